       program-id. empturn.

      *> -------------------------------------------
      *> HEADCOUNT AND TURNOVER BY DEPARTMENT. THE PERIOD RUNS FROM
      *> THE SAVED SNAPSHOT OF THE LAST RUN (HDCTSNAP) TO TODAY:
      *> START HEADCOUNT IS THE SNAPSHOT, END HEADCOUNT IS DB2SP'S
      *> DEPARTMENT AGGREGATE MODE. HIRES, TERMINATIONS AND
      *> DEPARTMENT TRANSFERS IN THE PERIOD COME FROM BOTH AUDIT
      *> TRAILS - EMPMAUDIT (EMPLOYEEMAINTENANCE) AND EMPAUDIT
      *> (DB2SP) - COUNTED ONCE PER EMPLOYEE EVEN WHEN BOTH SIDES
      *> RECORDED THE SAME EVENT. TURNOVER IS TERMINATIONS OVER THE
      *> AVERAGE OF START AND END HEADCOUNT. ANY START + MOVEMENTS
      *> THAT DOES NOT ROLL TO THE END COUNT IS SHOWN AS UNEXPLAINED.
      *> WITH NO SNAPSHOT (FIRST RUN) THE WHOLE AUDIT HISTORY IS THE
      *> PERIOD AND START IS ROLLED BACK FROM THE END COUNT.
      *> THE SECOND SECTION LISTS EVERYONE IN DB2 BUT NOT ON
      *> EMPMAST, OR ACTIVE ON EMPMAST BUT NOT IN DB2. A DIFFERENCE
      *> WHOSE HIRE/INSERT/DELETE/TERM IS DATED AFTER THE LAST CLEAN
      *> EMPBRDG RUN ON RUNLOG IS ONLY WAITING FOR THE NEXT BRIDGE;
      *> ONE OLDER THAN THAT HAS SURVIVED A BRIDGE RUN AND IS FLAGGED.
      *> TODAY'S COUNTS GO TO HDCTSNAPNEW, WHICH THE JCL COPIES OVER
      *> HDCTSNAP ONCE THE RUN ENDS CLEAN.
      *> -------------------------------------------
       environment division.
       input-output section.
       file-control.
           select SnapshotFile assign to "HDCTSNAP"
               organization is line sequential
               file status is W-SNAP-FS.
           select SnapshotNewFile assign to "HDCTSNAPNEW"
               organization is line sequential
               file status is W-SNAPNEW-FS.
           select EmpMastFile assign to "EMPMAST"
               organization is line sequential
               file status is W-MAST-FS.
           select EmpAuditFile assign to "EMPAUDIT"
               organization is line sequential
               file status is W-EMPAUD-FS.
           select EmpMAuditFile assign to "EMPMAUDIT"
               organization is line sequential
               file status is W-EMPMAUD-FS.
           select HeadcountReportFile assign to "HDCTRPT"
               organization is line sequential
               file status is W-RPT-FS.
           select RunLogFile assign to "RUNLOG"
               organization is line sequential
               file status is W-RUNLOG-FS.

       data division.
       file section.
      *> one row per department: the date the counts were taken,
      *> the department and its headcount that day
       FD  SnapshotFile.
       01  Snapshot-Record.
           05 SN-DATE          pic 9(8).
           05 FILLER           pic X(1).
           05 SN-DEPT          pic X(4).
           05 FILLER           pic X(1).
           05 SN-COUNT         pic 9(6).

       FD  SnapshotNewFile.
       01  SnapshotNew-Record.
           05 SW-DATE          pic 9(8).
           05 SW-SEP1          pic X(1).
           05 SW-DEPT          pic X(4).
           05 SW-SEP2          pic X(1).
           05 SW-COUNT         pic 9(6).

       FD  EmpMastFile.
       01  EmpMast-Record.
           05 EM-ID            pic 9(6).
           05 FILLER           pic X(1).
           05 EM-NAME          pic X(50).
           05 FILLER           pic X(1).
           05 EM-DEPT          pic X(4).
           05 FILLER           pic X(1).
           05 EM-RATE          pic 9(5)V99.
           05 FILLER           pic X(1).
           05 EM-STATUS        pic X(1).
           05 FILLER           pic X(1).
           05 EM-HIRE          pic 9(8).

       FD  EmpAuditFile.
       01  EmpAudit-Record     pic X(150).

       FD  EmpMAuditFile.
       01  EmpMAudit-Record    pic X(132).

       FD  HeadcountReportFile.
       01  Headcount-Record    pic X(132).

      *> shared run-control log every batch program in the shop
      *> appends a START record and an END record to
       FD  RunLogFile.
       01  RunLog-Record       pic X(132).

       working-storage section.
       01  W-SNAP-FS           pic XX.
       01  W-SNAPNEW-FS        pic XX.
       01  W-MAST-FS           pic XX.
       01  W-EMPAUD-FS         pic XX.
       01  W-EMPMAUD-FS        pic XX.
       01  W-RPT-FS            pic XX.
       01  W-RUNLOG-FS         pic XX.
       01  W-EOF-FLAG          pic X value 'N'.
           88 W-EOF            value 'Y'.

      *> full db2sp linkage mirror, same shape emprostr carries
       01  W-EMPNO             pic X(6).
       01  W-SQLCD             pic S9(9) comp-5.
       01  W-FIRST             pic X(12).
       01  W-MIDINIT           pic X(1).
       01  W-LAST              pic X(15).
       01  W-HIRE              pic X(10).
       01  W-SALARY            pic S9(7)V99 comp-3.
       01  W-WORKDEPT          pic X(3).
       01  W-PHONENO           pic X(4).
       01  W-JOB               pic X(8).
       01  W-EDLEVEL           pic S9(4) comp-5.
       01  W-SEX               pic X(1).
       01  W-BIRTHDATE         pic X(10).
       01  W-DEPTNAME          pic X(36).
       01  W-BONUS             pic S9(7)V99 comp-3.
       01  W-COMM              pic S9(7)V99 comp-3.
       01  W-NEW-SALARY        pic S9(7)V99 comp-3 value 0.
       01  W-NEW-FIRSTNME      pic X(12) value spaces.
       01  W-NEW-WORKDEPT      pic X(3) value spaces.
       01  W-UPDATE-SQLCD      pic S9(9) comp-5.
       01  W-CSR1-ROW-COUNT    pic S9(4) comp-5.
       01  W-CSR1-TRUNCATED    pic X(1).
       01  W-CSR1-ROWS.
           05 W-CSR1-ROW occurs 50 times indexed by W-CSR1-IDX.
              10 W-CSR1-FIRST      pic X(12).
              10 W-CSR1-LAST       pic X(15).
              10 W-CSR1-HIRE       pic X(10).
              10 W-CSR1-SALARY     pic S9(7)V99 comp-3.
              10 W-CSR1-EMPNO      pic X(6).
              10 W-CSR1-WORKDEPT   pic X(3).
       01  W-INSERT-REQUEST    pic X(1) value 'N'.
       01  W-INS-ROW.
           05 W-INS-EMPNO      pic X(6).
           05 W-INS-FIRSTNME   pic X(12).
           05 W-INS-MIDINIT    pic X(1).
           05 W-INS-LASTNAME   pic X(15).
           05 W-INS-WORKDEPT   pic X(3).
           05 W-INS-PHONENO    pic X(4).
           05 W-INS-HIREDATE   pic X(10).
           05 W-INS-JOB        pic X(8).
           05 W-INS-EDLEVEL    pic S9(4) comp-5.
           05 W-INS-SEX        pic X(1).
           05 W-INS-BIRTHDATE  pic X(10).
           05 W-INS-SALARY     pic S9(7)V99 comp-3.
           05 W-INS-BONUS      pic S9(7)V99 comp-3.
           05 W-INS-COMM       pic S9(7)V99 comp-3.
       01  W-INSERT-SQLCD      pic S9(9) comp-5.
       01  W-DELETE-REQUEST    pic X(1) value 'N'.
       01  W-DELETE-EMPNO      pic X(6).
       01  W-DELETE-SQLCD      pic S9(9) comp-5.
       01  W-AUDIT-USER        pic X(8) value 'EMPTURN'.
       01  W-AGG-REQUEST       pic X(1) value 'N'.
       01  W-AGG-ROW-COUNT     pic S9(4) comp-5.
       01  W-AGG-TRUNCATED     pic X(1).
       01  W-AGG-ROWS.
           05 W-AGG-ROW occurs 20 times.
              10 W-AGG-DEPT        pic X(3).
              10 W-AGG-DEPTNAME    pic X(36).
              10 W-AGG-EMP-COUNT   pic S9(9) comp-5.
              10 W-AGG-MIN-SALARY  pic S9(7)V99 comp-3.
              10 W-AGG-MAX-SALARY  pic S9(7)V99 comp-3.
              10 W-AGG-AVG-SALARY  pic S9(7)V99 comp-3.
       01  W-CSR1-SKIP         pic S9(4) comp-5 value 0.
       01  W-DEPT-FILTER       pic X(3) value spaces.

      *> the period: after W-FROM-DATE (the snapshot's own day
      *> belongs to the run that took it) through today
       01  W-TODAY             pic 9(8).
       01  W-FROM-DATE         pic 9(8) value 0.
       01  W-SNAP-FOUND-FLAG   pic X value 'N'.
           88 W-SNAP-FOUND     value 'Y'.
       01  W-AGG-SHORT-FLAG    pic X value 'N'.
           88 W-AGG-SHORT      value 'Y'.

      *> one row per department seen anywhere - snapshot, DB2 or
      *> an audit record
       01  W-HC-TABLE.
           05 W-HC-ROW occurs 60 times.
              10 W-HC-DEPT     pic X(4).
              10 W-HC-NAME     pic X(36).
              10 W-HC-START    pic S9(6).
              10 W-HC-END      pic S9(6).
              10 W-HC-HIRES    pic 9(5).
              10 W-HC-TERMS    pic 9(5).
              10 W-HC-XIN      pic 9(5).
              10 W-HC-XOUT     pic 9(5).
       01  W-HC-COUNT          pic S9(4) comp-5 value 0.
       01  W-HC-SUB            pic S9(4) comp-5.
       01  W-HC-SCAN           pic S9(4) comp-5.
       01  W-HC-COUNT-E        pic ZZ9.
       01  W-KEY-DEPT          pic X(4).

      *> every hire and termination on either trail (for the bridge
      *> check, whatever its date) and every in-period transfer; a
      *> second record of the same event is not counted again
       01  W-EV-TABLE.
           05 W-EV-ROW occurs 3000 times.
              10 W-EV-TYPE     pic X(1).
              10 W-EV-EMPNO    pic 9(6).
              10 W-EV-DEPT     pic X(4).
              10 W-EV-DATE     pic 9(8).
              10 W-EV-IN-PERIOD pic X(1).
       01  W-EV-COUNT          pic S9(4) comp-5 value 0.
       01  W-EV-SUB            pic S9(4) comp-5.
       01  W-EV-FOUND          pic S9(4) comp-5.
       01  W-EV-FULL-FLAG      pic X value 'N'.
           88 W-EV-FULL        value 'Y'.

      *> one audit record taken apart
       01  W-AUD-RECORD        pic X(150).
       01  W-AUD-HEAD          pic X(150).
       01  W-AUD-TAIL          pic X(150).
       01  W-AUD-DATE-X.
           05 W-AUD-DATE       pic 9(8).
       01  W-AUD-EMPNO-X.
           05 W-AUD-EMPNO      pic 9(6).
       01  W-AUD-TYPE          pic X(1).
       01  W-AUD-DEPT          pic X(4).
       01  W-AUD-OLD-DEPT      pic X(4).
       01  W-AUD-NEW-DEPT      pic X(4).
       01  W-AUD-IN-PERIOD     pic X(1).

      *> the current EMPMAST, for term departments and the bridge
      *> check
       01  W-OLD-TABLE.
           05 W-OLD-ROW occurs 600 times.
              10 W-OLD-ID      pic 9(6).
              10 W-OLD-NAME    pic X(50).
              10 W-OLD-DEPT    pic X(4).
              10 W-OLD-STATUS  pic X(1).
              10 W-OLD-HIRE    pic 9(8).
              10 W-OLD-SEEN    pic X(1).
       01  W-OLD-COUNT         pic S9(4) comp-5 value 0.
       01  W-OLD-SUB           pic S9(4) comp-5.
       01  W-OLD-FOUND         pic S9(4) comp-5.

      *> everything csr1 brought back, accumulated across the
      *> 50-row continuation batches
       01  W-DB-TABLE.
           05 W-DB-ROW occurs 600 times.
              10 W-DB-EMPNO    pic 9(6).
              10 W-DB-NAME     pic X(28).
              10 W-DB-DEPT     pic X(4).
              10 W-DB-HIRE     pic 9(8).
       01  W-DB-COUNT          pic S9(4) comp-5 value 0.
       01  W-DB-SUB            pic S9(4) comp-5.
       01  W-ROW-SUB           pic S9(4) comp-5.
       01  W-CALL-GUARD        pic S9(4) comp-5.
       01  W-ALL-DONE-FLAG     pic X.
           88 W-ALL-DONE       value 'Y'.
       01  W-EMPNO-NUM-X.
           05 W-EMPNO-NUM      pic 9(6).
       01  W-HIRE-WORK         pic 9(8).

      *> bridge check
       01  W-LAST-BRIDGE-DATE  pic 9(8) value 0.
       01  W-RL-PARSE.
           05 FILLER           pic X(11).
           05 W-RLP-PROGRAM-ID pic X(8).
           05 FILLER           pic X(6).
           05 W-RLP-DATE       pic 9(8).
           05 FILLER           pic X(65).
           05 W-RLP-STATUS     pic X(4).
           05 FILLER           pic X(30).
       01  W-EVENT-DATE        pic 9(8).
       01  W-MISMATCH-TEXT     pic X(48).
       01  W-FLAG-COUNT        pic 9(5) value 0.
       01  W-PENDING-COUNT     pic 9(5) value 0.

      *> report state and totals
       01  W-PAGE-NUMBER       pic 9(3) value 0.
       01  W-LINE-COUNT        pic 9(3) value 99.
       01  W-LINES-PER-PAGE    pic 9(3) value 50.
       01  W-DETAIL-LINE       pic X(132).
       01  W-TOT-START         pic S9(7) value 0.
       01  W-TOT-END           pic S9(7) value 0.
       01  W-TOT-HIRES         pic 9(6) value 0.
       01  W-TOT-TERMS         pic 9(6) value 0.
       01  W-TOT-XIN           pic 9(6) value 0.
       01  W-TOT-XOUT          pic 9(6) value 0.
       01  W-TOT-UNEXPL        pic S9(7) value 0.
       01  W-UNEXPL            pic S9(7).
       01  W-AVG-HEADCOUNT     pic S9(7)V9.
       01  W-TURNOVER-PCT      pic S9(5)V9.
       01  W-TURNOVER-TERMS    pic 9(6).
       01  W-START-E           pic -(5)9.
       01  W-END-E             pic -(5)9.
       01  W-HIRES-E           pic Z(4)9.
       01  W-TERMS-E           pic Z(4)9.
       01  W-XIN-E             pic Z(4)9.
       01  W-XOUT-E            pic Z(4)9.
       01  W-UNEXPL-E          pic -(5)9.
       01  W-TURNOVER-E        pic Z(4)9.9.
       01  W-NAME-20           pic X(20).

      *> run-control log fields, same positions every program writes
       01  W-RL-PROGRAM-ID     pic X(8) value 'EMPTURN'.
       01  W-RL-DATE           pic 9(8).
       01  W-RL-TIME           pic 9(8).
       01  W-RL-READ-COUNT     pic 9(6) value 0.
       01  W-RL-WRITTEN-COUNT  pic 9(6) value 0.
       01  W-RL-REJECTED-COUNT pic 9(6) value 0.
       01  W-RL-RUN-STATUS     pic X(4) value 'OK'.

       01  W-AUTH-REQUEST.
           05 W-AUTH-PROGRAM   pic X(8).
           05 W-AUTH-FUNCTION  pic X(8).
           05 W-AUTH-AMOUNT    pic 9(9)V99.
           05 W-AUTH-QUANTITY  pic 9(7).
           05 W-AUTH-REFERENCE pic X(40).
           05 W-AUTH-USER      pic X(8).
           05 W-AUTH-RESULT    pic X(1).
              88 W-AUTH-ALLOWED value 'Y'.
           05 W-AUTH-REASON    pic X(30).

       procedure division.
       MAIN-PARAGRAPH.
           perform FIND-LAST-BRIDGE-RUN
           perform WRITE-RUNLOG-START
           perform CHECK-RUN-AUTHORITY
           accept W-TODAY from date yyyymmdd
           open output HeadcountReportFile
           if W-RPT-FS not = "00"
              display "ERROR: CANNOT OPEN HDCTRPT, STATUS=" W-RPT-FS
              move 'FAIL' to W-RL-RUN-STATUS
              perform WRITE-RUNLOG-END
              stop run
           end-if
           perform LOAD-SNAPSHOT
           perform LOAD-DB2-HEADCOUNT
           perform LOAD-CURRENT-EMPMAST
           perform READ-EMPMAUDIT
           perform READ-EMPAUDIT
           perform ROLL-START-HEADCOUNT
           perform WRITE-HEADCOUNT-SECTION
           perform PULL-DB2-EMPLOYEES
           perform WRITE-MISMATCH-SECTION
           perform SAVE-SNAPSHOT
           close HeadcountReportFile
           perform WRITE-RUNLOG-END
           move W-HC-COUNT to W-HC-COUNT-E
           display "Headcount report complete: " W-HC-COUNT-E
               " departments, " W-FLAG-COUNT " DB2/EMPMAST mismatches "
               "flagged."
           stop run.

      *> the last clean bridge run, read before this run adds its
      *> own START record. no EMPBRDG END on the log means every
      *> difference is treated as having survived a bridge.
       FIND-LAST-BRIDGE-RUN.
           move 0 to W-LAST-BRIDGE-DATE
           open input RunLogFile
           if W-RUNLOG-FS = "00"
              move 'N' to W-EOF-FLAG
              perform READ-RUNLOG-RECORD
              perform until W-EOF
                 move RunLog-Record to W-RL-PARSE
                 if RunLog-Record(1:7) = "END    "
                    and W-RLP-PROGRAM-ID = "EMPBRDG "
                    and W-RLP-STATUS = "OK  "
                    and W-RLP-DATE numeric
                    move W-RLP-DATE to W-LAST-BRIDGE-DATE
                 end-if
                 perform READ-RUNLOG-RECORD
              end-perform
              close RunLogFile
           end-if.

       READ-RUNLOG-RECORD.
           read RunLogFile
               at end
                   move 'Y' to W-EOF-FLAG
           end-read.

      *> the submitting user must hold RUN authority for this program
      *> or no report or snapshot is written - STATUS=DENY on RUNLOG.
       CHECK-RUN-AUTHORITY.
           move W-RL-PROGRAM-ID to W-AUTH-PROGRAM
           move "RUN" to W-AUTH-FUNCTION
           move 0 to W-AUTH-AMOUNT W-AUTH-QUANTITY
           move spaces to W-AUTH-REFERENCE
           call 'oprauth' using W-AUTH-REQUEST
           if not W-AUTH-ALLOWED
              display "ERROR: USER " W-AUTH-USER
                  " MAY NOT RUN EMPTURN - " W-AUTH-REASON
              move 'DENY' to W-RL-RUN-STATUS
              perform WRITE-RUNLOG-END
              move 8 to RETURN-CODE
              stop run
           end-if.

       WRITE-RUNLOG-START.
           open extend RunLogFile
           if W-RUNLOG-FS = "35"
              close RunLogFile
              open output RunLogFile
           end-if
           accept W-RL-DATE from date yyyymmdd
           accept W-RL-TIME from time
           move spaces to RunLog-Record
           string "START  PGM=" W-RL-PROGRAM-ID
                  " DATE=" W-RL-DATE
                  " TIME=" W-RL-TIME
              delimited by size into RunLog-Record
           end-string
           write RunLog-Record
           close RunLogFile.

       WRITE-RUNLOG-END.
           open extend RunLogFile
           if W-RUNLOG-FS = "35"
              close RunLogFile
              open output RunLogFile
           end-if
           accept W-RL-DATE from date yyyymmdd
           accept W-RL-TIME from time
           move spaces to RunLog-Record
           string "END    PGM=" W-RL-PROGRAM-ID
                  " DATE=" W-RL-DATE
                  " TIME=" W-RL-TIME
                  " READ=" W-RL-READ-COUNT
                  " WRITTEN=" W-RL-WRITTEN-COUNT
                  " REJECTED=" W-RL-REJECTED-COUNT
                  " STATUS=" W-RL-RUN-STATUS
              delimited by size into RunLog-Record
           end-string
           write RunLog-Record
           close RunLogFile.

      *> the period starts where the last snapshot was taken
       LOAD-SNAPSHOT.
           open input SnapshotFile
           if W-SNAP-FS not = "00"
              display "INFO: NO HEADCOUNT SNAPSHOT, START COUNTS "
                  "ROLLED BACK FROM THE AUDIT TRAILS"
           else
              move 'N' to W-EOF-FLAG
              perform READ-SNAPSHOT-RECORD
              perform until W-EOF
                 if SN-DATE numeric and SN-COUNT numeric
                    move 'Y' to W-SNAP-FOUND-FLAG
                    move SN-DATE to W-FROM-DATE
                    if SN-DEPT not = spaces
                       move SN-DEPT to W-KEY-DEPT
                       perform FIND-OR-ADD-DEPT
                       if W-HC-SUB > 0
                          add SN-COUNT to W-HC-START(W-HC-SUB)
                       end-if
                    end-if
                 end-if
                 perform READ-SNAPSHOT-RECORD
              end-perform
              close SnapshotFile
           end-if.

       READ-SNAPSHOT-RECORD.
           read SnapshotFile
               at end
                   move 'Y' to W-EOF-FLAG
           end-read.

      *> end headcount and department names: one aggregate-mode
      *> call, copied out because db2sp clears its aggregate rows
      *> on every call
       LOAD-DB2-HEADCOUNT.
           move 'Y' to W-AGG-REQUEST
           move spaces to W-EMPNO
           perform CALL-DB2SP
           move 'N' to W-AGG-REQUEST
           if W-AGG-TRUNCATED = 'Y'
              move 'Y' to W-AGG-SHORT-FLAG
              display "WARNING: DB2SP AGGREGATE TABLE FULL, "
                  "DEPARTMENTS BEYOND 20 NOT COUNTED"
              move 'FAIL' to W-RL-RUN-STATUS
           end-if
           perform varying W-ROW-SUB from 1 by 1
                   until W-ROW-SUB > W-AGG-ROW-COUNT
              move W-AGG-DEPT(W-ROW-SUB) to W-KEY-DEPT
              perform FIND-OR-ADD-DEPT
              if W-HC-SUB > 0
                 move W-AGG-DEPTNAME(W-ROW-SUB)
                   to W-HC-NAME(W-HC-SUB)
                 add W-AGG-EMP-COUNT(W-ROW-SUB)
                   to W-HC-END(W-HC-SUB)
              end-if
           end-perform.

       FIND-OR-ADD-DEPT.
           move 0 to W-HC-SUB
           perform varying W-HC-SCAN from 1 by 1
                   until W-HC-SCAN > W-HC-COUNT
              if W-HC-DEPT(W-HC-SCAN) = W-KEY-DEPT
                 move W-HC-SCAN to W-HC-SUB
              end-if
           end-perform
           if W-HC-SUB = 0
              if W-HC-COUNT >= 60
                 display "WARNING: DEPARTMENT TABLE FULL, DEPT "
                     W-KEY-DEPT " NOT REPORTED"
              else
                 add 1 to W-HC-COUNT
                 move W-HC-COUNT to W-HC-SUB
                 move W-KEY-DEPT to W-HC-DEPT(W-HC-SUB)
                 move spaces to W-HC-NAME(W-HC-SUB)
                 move 0 to W-HC-START(W-HC-SUB) W-HC-END(W-HC-SUB)
                           W-HC-HIRES(W-HC-SUB) W-HC-TERMS(W-HC-SUB)
                           W-HC-XIN(W-HC-SUB) W-HC-XOUT(W-HC-SUB)
              end-if
           end-if.

       LOAD-CURRENT-EMPMAST.
           move 0 to W-OLD-COUNT
           open input EmpMastFile
           if W-MAST-FS not = "00"
              display "WARNING: NO EMPMAST, EVERY DB2 EMPLOYEE "
                  "WILL SHOW AS A MISMATCH"
           else
              move 'N' to W-EOF-FLAG
              perform READ-EMPMAST-RECORD
              perform until W-EOF
                 if W-OLD-COUNT >= 600
                    display "WARNING: EMPMAST TABLE FULL, "
                        "BRIDGE CHECK INCOMPLETE"
                    move 'Y' to W-EOF-FLAG
                 else
                    add 1 to W-OLD-COUNT
                    move EM-ID     to W-OLD-ID(W-OLD-COUNT)
                    move EM-NAME   to W-OLD-NAME(W-OLD-COUNT)
                    move EM-DEPT   to W-OLD-DEPT(W-OLD-COUNT)
                    move EM-STATUS to W-OLD-STATUS(W-OLD-COUNT)
                    if EM-HIRE numeric
                       move EM-HIRE to W-OLD-HIRE(W-OLD-COUNT)
                    else
                       move 0 to W-OLD-HIRE(W-OLD-COUNT)
                    end-if
                    move 'N' to W-OLD-SEEN(W-OLD-COUNT)
                    perform READ-EMPMAST-RECORD
                 end-if
              end-perform
              close EmpMastFile
           end-if.

       READ-EMPMAST-RECORD.
           read EmpMastFile
               at end
                   move 'Y' to W-EOF-FLAG
           end-read.

       READ-EMPMAUDIT.
           open input EmpMAuditFile
           if W-EMPMAUD-FS not = "00"
              display "INFO: NO EMPMAUDIT, NO MAINTENANCE EVENTS"
           else
              move 'N' to W-EOF-FLAG
              perform READ-EMPMAUDIT-RECORD
              perform until W-EOF
                 move EmpMAudit-Record to W-AUD-RECORD
                 perform TAKE-ONE-AUDIT-RECORD
                 perform READ-EMPMAUDIT-RECORD
              end-perform
              close EmpMAuditFile
           end-if.

       READ-EMPMAUDIT-RECORD.
           read EmpMAuditFile
               at end
                   move 'Y' to W-EOF-FLAG
           end-read.

       READ-EMPAUDIT.
           open input EmpAuditFile
           if W-EMPAUD-FS not = "00"
              display "INFO: NO EMPAUDIT, NO DB2 EVENTS"
           else
              move 'N' to W-EOF-FLAG
              perform READ-EMPAUDIT-RECORD
              perform until W-EOF
                 move EmpAudit-Record to W-AUD-RECORD
                 perform TAKE-ONE-AUDIT-RECORD
                 perform READ-EMPAUDIT-RECORD
              end-perform
              close EmpAuditFile
           end-if.

       READ-EMPAUDIT-RECORD.
           read EmpAuditFile
               at end
                   move 'Y' to W-EOF-FLAG
           end-read.

      *> both trails put the action in columns 1-6, the employee in
      *> 14-19 and DATE= last. HIRE (EMPMAUDIT) and INSERT (EMPAUDIT)
      *> are hires and carry DEPT=; TERM and DELETE are
      *> terminations; a DEPT (EMPMAUDIT) or WORKDEPT (EMPAUDIT)
      *> change is a transfer. anything else is ignored.
       TAKE-ONE-AUDIT-RECORD.
           add 1 to W-RL-READ-COUNT
           move W-AUD-RECORD(14:6) to W-AUD-EMPNO-X
           if W-AUD-EMPNO not numeric
              exit paragraph
           end-if
           move spaces to W-AUD-HEAD W-AUD-DATE-X
           unstring W-AUD-RECORD delimited by " DATE="
               into W-AUD-HEAD W-AUD-DATE-X
           end-unstring
           if W-AUD-DATE not numeric
              exit paragraph
           end-if
           if W-AUD-DATE > W-FROM-DATE and W-AUD-DATE <= W-TODAY
              move 'Y' to W-AUD-IN-PERIOD
           else
              move 'N' to W-AUD-IN-PERIOD
           end-if
           evaluate true
              when W-AUD-RECORD(1:6) = "HIRE  "
                or W-AUD-RECORD(1:6) = "INSERT"
                 move spaces to W-AUD-HEAD W-AUD-TAIL
                 unstring W-AUD-RECORD delimited by " DEPT="
                     into W-AUD-HEAD W-AUD-TAIL
                 end-unstring
                 move 'H' to W-AUD-TYPE
                 move W-AUD-TAIL(1:4) to W-AUD-DEPT
                 perform ADD-HIRE-OR-TERM-EVENT
              when W-AUD-RECORD(1:6) = "TERM  "
                or W-AUD-RECORD(1:6) = "DELETE"
                 move 'T' to W-AUD-TYPE
                 move spaces to W-AUD-DEPT
                 perform ADD-HIRE-OR-TERM-EVENT
              when W-AUD-RECORD(1:6) = "CHANGE"
                   and W-AUD-RECORD(20:12) = " FIELD=DEPT "
                 perform ADD-TRANSFER-EVENT
              when W-AUD-RECORD(1:6) = "UPDATE"
                   and W-AUD-RECORD(20:16) = " FIELD=WORKDEPT "
                 perform ADD-TRANSFER-EVENT
              when other
                 continue
           end-evaluate.

      *> a hire or term already held for the employee inside the
      *> period is the other trail's record of the same event
       ADD-HIRE-OR-TERM-EVENT.
           move 0 to W-EV-FOUND
           if W-AUD-IN-PERIOD = 'Y'
              perform varying W-EV-SUB from 1 by 1
                      until W-EV-SUB > W-EV-COUNT
                 if W-EV-TYPE(W-EV-SUB) = W-AUD-TYPE
                    and W-EV-EMPNO(W-EV-SUB) = W-AUD-EMPNO
                    and W-EV-IN-PERIOD(W-EV-SUB) = 'Y'
                    move W-EV-SUB to W-EV-FOUND
                 end-if
              end-perform
           end-if
           if W-EV-FOUND > 0
              exit paragraph
           end-if
           perform ADD-EVENT-ROW
           if W-AUD-IN-PERIOD = 'Y' and W-AUD-TYPE = 'H'
              move W-AUD-DEPT to W-KEY-DEPT
              perform FIND-OR-ADD-DEPT
              if W-HC-SUB > 0
                 add 1 to W-HC-HIRES(W-HC-SUB)
              end-if
           end-if.

      *> transfers count once per employee and new department
       ADD-TRANSFER-EVENT.
           if W-AUD-IN-PERIOD not = 'Y'
              exit paragraph
           end-if
           move spaces to W-AUD-HEAD W-AUD-OLD-DEPT W-AUD-NEW-DEPT
           unstring W-AUD-RECORD delimited by " OLD=" or " NEW="
                                            or " USER="
               into W-AUD-HEAD W-AUD-OLD-DEPT W-AUD-NEW-DEPT
           end-unstring
           if W-AUD-NEW-DEPT = spaces
              or W-AUD-NEW-DEPT = W-AUD-OLD-DEPT
              exit paragraph
           end-if
           move 0 to W-EV-FOUND
           perform varying W-EV-SUB from 1 by 1
                   until W-EV-SUB > W-EV-COUNT
              if W-EV-TYPE(W-EV-SUB) = 'X'
                 and W-EV-EMPNO(W-EV-SUB) = W-AUD-EMPNO
                 and W-EV-DEPT(W-EV-SUB) = W-AUD-NEW-DEPT
                 move W-EV-SUB to W-EV-FOUND
              end-if
           end-perform
           if W-EV-FOUND > 0
              exit paragraph
           end-if
           move 'X' to W-AUD-TYPE
           move W-AUD-NEW-DEPT to W-AUD-DEPT
           perform ADD-EVENT-ROW
           move W-AUD-NEW-DEPT to W-KEY-DEPT
           perform FIND-OR-ADD-DEPT
           if W-HC-SUB > 0
              add 1 to W-HC-XIN(W-HC-SUB)
           end-if
           if W-AUD-OLD-DEPT not = spaces
              move W-AUD-OLD-DEPT to W-KEY-DEPT
              perform FIND-OR-ADD-DEPT
              if W-HC-SUB > 0
                 add 1 to W-HC-XOUT(W-HC-SUB)
              end-if
           end-if.

       ADD-EVENT-ROW.
           if W-EV-COUNT >= 3000
              if not W-EV-FULL
                 display "WARNING: AUDIT EVENT TABLE FULL, "
                     "LATER EVENTS NOT COUNTED"
                 move 'Y' to W-EV-FULL-FLAG
                 move 'FAIL' to W-RL-RUN-STATUS
              end-if
              exit paragraph
           end-if
           add 1 to W-EV-COUNT
           move W-AUD-TYPE      to W-EV-TYPE(W-EV-COUNT)
           move W-AUD-EMPNO     to W-EV-EMPNO(W-EV-COUNT)
           move W-AUD-DEPT      to W-EV-DEPT(W-EV-COUNT)
           move W-AUD-DATE      to W-EV-DATE(W-EV-COUNT)
           move W-AUD-IN-PERIOD to W-EV-IN-PERIOD(W-EV-COUNT).

      *> terminations are booked once both trails are in: the
      *> department is the one EMPMAST holds (a terminated employee
      *> stays there), or the department a same-period hire gave.
      *> then, with no snapshot, start is rolled back from the end.
       ROLL-START-HEADCOUNT.
           perform varying W-EV-SUB from 1 by 1
                   until W-EV-SUB > W-EV-COUNT
              if W-EV-TYPE(W-EV-SUB) = 'T'
                 and W-EV-IN-PERIOD(W-EV-SUB) = 'Y'
                 perform BOOK-ONE-TERMINATION
              end-if
           end-perform
           if not W-SNAP-FOUND
              perform varying W-HC-SUB from 1 by 1
                      until W-HC-SUB > W-HC-COUNT
                 compute W-HC-START(W-HC-SUB) =
                     W-HC-END(W-HC-SUB) - W-HC-HIRES(W-HC-SUB)
                     + W-HC-TERMS(W-HC-SUB) - W-HC-XIN(W-HC-SUB)
                     + W-HC-XOUT(W-HC-SUB)
              end-perform
           end-if.

       BOOK-ONE-TERMINATION.
           move "????" to W-KEY-DEPT
           perform varying W-OLD-SUB from 1 by 1
                   until W-OLD-SUB > W-OLD-COUNT
              if W-OLD-ID(W-OLD-SUB) = W-EV-EMPNO(W-EV-SUB)
                 move W-OLD-DEPT(W-OLD-SUB) to W-KEY-DEPT
              end-if
           end-perform
           if W-KEY-DEPT = "????"
              perform varying W-EV-FOUND from 1 by 1
                      until W-EV-FOUND > W-EV-COUNT
                 if W-EV-TYPE(W-EV-FOUND) = 'H'
                    and W-EV-EMPNO(W-EV-FOUND) = W-EV-EMPNO(W-EV-SUB)
                    move W-EV-DEPT(W-EV-FOUND) to W-KEY-DEPT
                 end-if
              end-perform
           end-if
           perform FIND-OR-ADD-DEPT
           if W-HC-SUB > 0
              add 1 to W-HC-TERMS(W-HC-SUB)
           end-if.

       WRITE-HEADCOUNT-SECTION.
           move spaces to W-DETAIL-LINE
           if W-SNAP-FOUND
              string "START HEADCOUNT FROM SNAPSHOT OF " W-FROM-DATE
                     "  END HEADCOUNT FROM DB2 ON " W-TODAY
                 delimited by size into W-DETAIL-LINE
              end-string
           else
              string "NO SNAPSHOT - START HEADCOUNT ROLLED BACK FROM "
                     "DB2 ON " W-TODAY " OVER THE FULL AUDIT HISTORY"
                 delimited by size into W-DETAIL-LINE
              end-string
           end-if
           perform WRITE-REPORT-LINE
           if W-AGG-SHORT
              move "WARNING: DB2 HAS MORE THAN 20 DEPARTMENTS - END "
                & "HEADCOUNT IS INCOMPLETE" to W-DETAIL-LINE
              perform WRITE-REPORT-LINE
           end-if
           move spaces to W-DETAIL-LINE
           perform WRITE-REPORT-LINE
           move "DEPT NAME                  START  HIRES  TERMS  XF"
             & "R-IN XFR-OUT    END UNEXPL  TURNOVER%"
             to W-DETAIL-LINE
           perform WRITE-REPORT-LINE
           perform varying W-HC-SUB from 1 by 1
                   until W-HC-SUB > W-HC-COUNT
              perform WRITE-ONE-DEPT-LINE
           end-perform
           move "TOTAL" to W-NAME-20
           move W-TOT-START to W-START-E
           move W-TOT-END   to W-END-E
           move W-TOT-HIRES to W-HIRES-E
           move W-TOT-TERMS to W-TERMS-E
           move W-TOT-XIN   to W-XIN-E
           move W-TOT-XOUT  to W-XOUT-E
           move W-TOT-UNEXPL to W-UNEXPL-E
           compute W-AVG-HEADCOUNT = (W-TOT-START + W-TOT-END) / 2
           move W-TOT-TERMS to W-TURNOVER-TERMS
           perform COMPUTE-TURNOVER-PCT
           move spaces to W-DETAIL-LINE
           string "ALL  " W-NAME-20 W-START-E " " W-HIRES-E "  "
                  W-TERMS-E "  " W-XIN-E "   " W-XOUT-E " "
                  W-END-E " " W-UNEXPL-E "     " W-TURNOVER-E
              delimited by size into W-DETAIL-LINE
           end-string
           perform WRITE-REPORT-LINE.

       WRITE-ONE-DEPT-LINE.
           compute W-UNEXPL = W-HC-END(W-HC-SUB)
               - (W-HC-START(W-HC-SUB) + W-HC-HIRES(W-HC-SUB)
                  - W-HC-TERMS(W-HC-SUB) + W-HC-XIN(W-HC-SUB)
                  - W-HC-XOUT(W-HC-SUB))
           add W-HC-START(W-HC-SUB) to W-TOT-START
           add W-HC-END(W-HC-SUB)   to W-TOT-END
           add W-HC-HIRES(W-HC-SUB) to W-TOT-HIRES
           add W-HC-TERMS(W-HC-SUB) to W-TOT-TERMS
           add W-HC-XIN(W-HC-SUB)   to W-TOT-XIN
           add W-HC-XOUT(W-HC-SUB)  to W-TOT-XOUT
           add W-UNEXPL             to W-TOT-UNEXPL
           move W-HC-NAME(W-HC-SUB)  to W-NAME-20
           move W-HC-START(W-HC-SUB) to W-START-E
           move W-HC-END(W-HC-SUB)   to W-END-E
           move W-HC-HIRES(W-HC-SUB) to W-HIRES-E
           move W-HC-TERMS(W-HC-SUB) to W-TERMS-E
           move W-HC-XIN(W-HC-SUB)   to W-XIN-E
           move W-HC-XOUT(W-HC-SUB)  to W-XOUT-E
           move W-UNEXPL             to W-UNEXPL-E
           compute W-AVG-HEADCOUNT =
               (W-HC-START(W-HC-SUB) + W-HC-END(W-HC-SUB)) / 2
           move W-HC-TERMS(W-HC-SUB) to W-TURNOVER-TERMS
           perform COMPUTE-TURNOVER-PCT
           move spaces to W-DETAIL-LINE
           string W-HC-DEPT(W-HC-SUB) " " W-NAME-20 W-START-E " "
                  W-HIRES-E "  " W-TERMS-E "  " W-XIN-E "   "
                  W-XOUT-E " " W-END-E " " W-UNEXPL-E "     "
                  W-TURNOVER-E
              delimited by size into W-DETAIL-LINE
           end-string
           perform WRITE-REPORT-LINE.

       COMPUTE-TURNOVER-PCT.
           if W-AVG-HEADCOUNT > 0
              compute W-TURNOVER-PCT rounded =
                  W-TURNOVER-TERMS * 100 / W-AVG-HEADCOUNT
           else
              move 0 to W-TURNOVER-PCT
           end-if
           move W-TURNOVER-PCT to W-TURNOVER-E.

      *> '*' mode walks csr1 in 50-row batches exactly as emprostr
      *> does: while db2sp reports the table truncated, call again
      *> with the skip advanced so nobody is missing from the check
       PULL-DB2-EMPLOYEES.
           move 0 to W-CSR1-SKIP
           move 'N' to W-ALL-DONE-FLAG
           move 0 to W-CALL-GUARD
           perform until W-ALL-DONE
              move '*' to W-EMPNO
              perform CALL-DB2SP
              perform varying W-ROW-SUB from 1 by 1
                      until W-ROW-SUB > W-CSR1-ROW-COUNT
                 perform TAKE-ONE-DB2-ROW
              end-perform
              if W-CSR1-TRUNCATED = 'Y'
                 add W-CSR1-ROW-COUNT to W-CSR1-SKIP
                 add 1 to W-CALL-GUARD
                 if W-CALL-GUARD > 200
                    display "WARNING: CSR1 CONTINUATION GUARD HIT, "
                        "BRIDGE CHECK MAY BE INCOMPLETE"
                    move 'Y' to W-ALL-DONE-FLAG
                 end-if
              else
                 move 'Y' to W-ALL-DONE-FLAG
              end-if
           end-perform.

       TAKE-ONE-DB2-ROW.
           if W-DB-COUNT >= 600
              display "WARNING: DB2 PULL TABLE FULL, "
                  "BRIDGE CHECK INCOMPLETE"
              exit paragraph
           end-if
           if W-CSR1-EMPNO(W-ROW-SUB)(1:6) not numeric
              exit paragraph
           end-if
           add 1 to W-DB-COUNT
           move W-CSR1-EMPNO(W-ROW-SUB) to W-EMPNO-NUM-X
           move W-EMPNO-NUM to W-DB-EMPNO(W-DB-COUNT)
           move spaces to W-DB-NAME(W-DB-COUNT)
           string W-CSR1-FIRST(W-ROW-SUB) delimited by '  '
                  ' ' delimited by size
                  W-CSR1-LAST(W-ROW-SUB) delimited by size
              into W-DB-NAME(W-DB-COUNT)
           end-string
           move W-CSR1-WORKDEPT(W-ROW-SUB) to W-DB-DEPT(W-DB-COUNT)
           move 0 to W-HIRE-WORK
           if W-CSR1-HIRE(W-ROW-SUB)(1:4) numeric
              move W-CSR1-HIRE(W-ROW-SUB)(1:4) to W-HIRE-WORK(1:4)
              move W-CSR1-HIRE(W-ROW-SUB)(6:2) to W-HIRE-WORK(5:2)
              move W-CSR1-HIRE(W-ROW-SUB)(9:2) to W-HIRE-WORK(7:2)
           end-if
           move W-HIRE-WORK to W-DB-HIRE(W-DB-COUNT).

       CALL-DB2SP.
           call 'db2sp' using W-EMPNO W-SQLCD W-FIRST W-MIDINIT
              W-LAST W-HIRE W-SALARY W-WORKDEPT W-PHONENO W-JOB
              W-EDLEVEL W-SEX W-BIRTHDATE W-DEPTNAME W-BONUS
              W-COMM W-NEW-SALARY W-NEW-FIRSTNME W-NEW-WORKDEPT
              W-UPDATE-SQLCD W-CSR1-ROW-COUNT W-CSR1-TRUNCATED
              W-CSR1-ROWS W-INSERT-REQUEST W-INS-ROW W-INSERT-SQLCD
              W-DELETE-REQUEST W-DELETE-EMPNO W-DELETE-SQLCD
              W-AUDIT-USER W-AGG-REQUEST W-AGG-ROW-COUNT
              W-AGG-TRUNCATED W-AGG-ROWS W-CSR1-SKIP
              W-DEPT-FILTER.

      *> each DB2 employee against EMPMAST, then every EMPMAST row
      *> DB2 did not match. the event date is the latest hire or
      *> termination either trail holds for the employee, else the
      *> hire date itself.
       WRITE-MISMATCH-SECTION.
           move spaces to W-DETAIL-LINE
           perform WRITE-REPORT-LINE
           move spaces to W-DETAIL-LINE
           if W-LAST-BRIDGE-DATE = 0
              string "DB2 / EMPMAST DIFFERENCES - NO CLEAN EMPBRDG RUN "
                     "ON RUNLOG, EVERY DIFFERENCE FLAGGED"
                 delimited by size into W-DETAIL-LINE
              end-string
           else
              string "DB2 / EMPMAST DIFFERENCES - LAST CLEAN EMPBRDG "
                     "RUN " W-LAST-BRIDGE-DATE
                 delimited by size into W-DETAIL-LINE
              end-string
           end-if
           perform WRITE-REPORT-LINE
           perform varying W-DB-SUB from 1 by 1
                   until W-DB-SUB > W-DB-COUNT
              perform CHECK-ONE-DB2-EMPLOYEE
           end-perform
           perform varying W-OLD-SUB from 1 by 1
                   until W-OLD-SUB > W-OLD-COUNT
              if W-OLD-SEEN(W-OLD-SUB) = 'N'
                 and W-OLD-STATUS(W-OLD-SUB) not = 'T'
                 perform CHECK-ONE-EMPMAST-ONLY
              end-if
           end-perform
           move spaces to W-DETAIL-LINE
           string "DIFFERENCES FLAGGED=" W-FLAG-COUNT
                  " AWAITING NEXT BRIDGE=" W-PENDING-COUNT
              delimited by size into W-DETAIL-LINE
           end-string
           perform WRITE-REPORT-LINE.

      *> in DB2 and on EMPMAST active is in step; terminated on
      *> EMPMAST but still in DB2 is a difference like a missing row
       CHECK-ONE-DB2-EMPLOYEE.
           move 0 to W-OLD-FOUND
           perform varying W-OLD-SUB from 1 by 1
                   until W-OLD-SUB > W-OLD-COUNT
              if W-OLD-ID(W-OLD-SUB) = W-DB-EMPNO(W-DB-SUB)
                 move W-OLD-SUB to W-OLD-FOUND
              end-if
           end-perform
           if W-OLD-FOUND > 0
              move 'Y' to W-OLD-SEEN(W-OLD-FOUND)
              if W-OLD-STATUS(W-OLD-FOUND) not = 'T'
                 exit paragraph
              end-if
              move 'T' to W-AUD-TYPE
              move W-OLD-HIRE(W-OLD-FOUND) to W-EVENT-DATE
              move "IN DB2, TERMINATED ON EMPMAST" to W-MISMATCH-TEXT
           else
              move 'H' to W-AUD-TYPE
              move W-DB-HIRE(W-DB-SUB) to W-EVENT-DATE
              move "IN DB2, NOT ON EMPMAST" to W-MISMATCH-TEXT
           end-if
           move W-DB-EMPNO(W-DB-SUB) to W-AUD-EMPNO
           perform FIND-LATEST-EVENT-DATE
           move W-DB-NAME(W-DB-SUB) to W-NAME-20
           move W-DB-DEPT(W-DB-SUB) to W-KEY-DEPT
           perform WRITE-ONE-MISMATCH.

       CHECK-ONE-EMPMAST-ONLY.
           move 'H' to W-AUD-TYPE
           move W-OLD-ID(W-OLD-SUB) to W-AUD-EMPNO
           move W-OLD-HIRE(W-OLD-SUB) to W-EVENT-DATE
           perform FIND-LATEST-EVENT-DATE
           move 'T' to W-AUD-TYPE
           perform FIND-LATEST-EVENT-DATE
           move "ACTIVE ON EMPMAST, NOT IN DB2" to W-MISMATCH-TEXT
           move W-OLD-NAME(W-OLD-SUB) to W-NAME-20
           move W-OLD-DEPT(W-OLD-SUB) to W-KEY-DEPT
           perform WRITE-ONE-MISMATCH.

       FIND-LATEST-EVENT-DATE.
           perform varying W-EV-SUB from 1 by 1
                   until W-EV-SUB > W-EV-COUNT
              if W-EV-TYPE(W-EV-SUB) = W-AUD-TYPE
                 and W-EV-EMPNO(W-EV-SUB) = W-AUD-EMPNO
                 and W-EV-DATE(W-EV-SUB) > W-EVENT-DATE
                 move W-EV-DATE(W-EV-SUB) to W-EVENT-DATE
              end-if
           end-perform.

       WRITE-ONE-MISMATCH.
           move spaces to W-DETAIL-LINE
           if W-EVENT-DATE > W-LAST-BRIDGE-DATE
              and W-LAST-BRIDGE-DATE > 0
              add 1 to W-PENDING-COUNT
              string "PENDING  EMPNO=" W-AUD-EMPNO
                     " NAME=" W-NAME-20
                     " DEPT=" W-KEY-DEPT
                     " " W-MISMATCH-TEXT
                     " SINCE " W-EVENT-DATE
                 delimited by size into W-DETAIL-LINE
              end-string
           else
              add 1 to W-FLAG-COUNT
              string "FLAGGED  EMPNO=" W-AUD-EMPNO
                     " NAME=" W-NAME-20
                     " DEPT=" W-KEY-DEPT
                     " " W-MISMATCH-TEXT
                     " SINCE " W-EVENT-DATE
                 delimited by size into W-DETAIL-LINE
              end-string
           end-if
           perform WRITE-REPORT-LINE.

      *> today's DB2 counts become the next period's start. a
      *> company with no departments still writes one row so the
      *> date carries forward.
       SAVE-SNAPSHOT.
           open output SnapshotNewFile
           if W-SNAPNEW-FS not = "00"
              display "ERROR: CANNOT OPEN HDCTSNAPNEW, STATUS="
                  W-SNAPNEW-FS
              move 'FAIL' to W-RL-RUN-STATUS
              exit paragraph
           end-if
           move ',' to SW-SEP1 SW-SEP2
           move W-TODAY to SW-DATE
           perform varying W-HC-SUB from 1 by 1
                   until W-HC-SUB > W-HC-COUNT
              if W-HC-END(W-HC-SUB) > 0
                 move W-HC-DEPT(W-HC-SUB) to SW-DEPT
                 move W-HC-END(W-HC-SUB)  to SW-COUNT
                 write SnapshotNew-Record
                 add 1 to W-RL-WRITTEN-COUNT
              end-if
           end-perform
           if W-RL-WRITTEN-COUNT = 0
              move spaces to SW-DEPT
              move 0 to SW-COUNT
              write SnapshotNew-Record
           end-if
           close SnapshotNewFile.

       WRITE-REPORT-HEADERS.
           add 1 to W-PAGE-NUMBER
           move spaces to Headcount-Record
           string "HEADCOUNT AND TURNOVER BY DEPARTMENT"
                  "                                        PAGE "
                  W-PAGE-NUMBER
              delimited by size into Headcount-Record
           end-string
           write Headcount-Record
           move spaces to Headcount-Record
           write Headcount-Record
           move 0 to W-LINE-COUNT.

      *> the detail travels in its own buffer because the header
      *> paragraph builds its lines in Headcount-Record
       WRITE-REPORT-LINE.
           if W-LINE-COUNT >= W-LINES-PER-PAGE
              perform WRITE-REPORT-HEADERS
           end-if
           move W-DETAIL-LINE to Headcount-Record
           write Headcount-Record
           if W-RPT-FS not = "00"
              display "WARNING: HDCTRPT WRITE FAILED, STATUS="
                 W-RPT-FS
           end-if
           add 1 to W-LINE-COUNT.

       end program empturn.

       program-id. empsync.

      *> -------------------------------------------
      *> REVERSE SYNC FROM PAYROLL TO DB2. EMPBRDG ONLY CARRIES DB2
      *> INTO EMPMAST, SO A TERMINATION OR RAISE KEYED THROUGH
      *> EMPLOYEEMAINTENANCE NEVER REACHED DB2 AND CAME BACK AS A
      *> DIFFERENCE ON EVERY BRIDGE RUN. THIS DRIVER READS THE
      *> EMPMAUDIT RECORDS WRITTEN SINCE ITS LAST RUN AND PUSHES
      *> THEM THROUGH DB2SP, STAMPED WITH ITS OWN AUDIT USER:
      *>   TERM                 - DB2SP'S DELETE PATH
      *>   CHANGE FIELD=RATE    - DB2SP'S SALARY UPDATE PATH, THE
      *>                          HOURLY RATE TIMES 2080 HOURS (THE
      *>                          BRIDGE DIVIDES BY THE SAME 2080)
      *> A RAISE KEYED WITH A FUTURE EFFECTIVE DATE IS NOT IN FORCE
      *> YET; IT WAITS ON SYNCPEND AND GOES TO DB2 ON THE FIRST RUN
      *> ON OR AFTER THAT DATE, UNLESS A LATER RATE CHANGE OR A
      *> TERMINATION FOR THE SAME EMPLOYEE REPLACES IT FIRST.
      *> EVERYTHING DB2 REFUSES (NOT FOUND, SQLCODE, SALARY BAND)
      *> GOES TO THE SYNCEXC EXCEPTION REPORT; THE RUN STILL MOVES
      *> ITS MARK ON, SO A REFUSAL IS CLEARED BY HAND, NOT RETRIED.
      *> THE MARK (SYNCCTL) IS THE LATEST AUDIT DATE APPLIED AND HOW
      *> MANY RECORDS OF THAT DATE WERE TAKEN, SO A SECOND RUN THE
      *> SAME DAY PICKS UP ONLY WHAT WAS ADDED SINCE.
      *> -------------------------------------------
       environment division.
       input-output section.
       file-control.
           select SyncControlFile assign to "SYNCCTL"
               organization is line sequential
               file status is W-CTL-FS.
           select SyncPendFile assign to "SYNCPEND"
               organization is line sequential
               file status is W-PEND-FS.
           select EmpMAuditFile assign to "EMPMAUDIT"
               organization is line sequential
               file status is W-EMPMAUD-FS.
           select SyncReportFile assign to "SYNCRPT"
               organization is line sequential
               file status is W-RPT-FS.
           select SyncExceptionFile assign to "SYNCEXC"
               organization is line sequential
               file status is W-EXC-FS.
           select RunLogFile assign to "RUNLOG"
               organization is line sequential
               file status is W-RUNLOG-FS.

       data division.
       file section.
      *> the mark: last audit date applied, and how many records of
      *> that date have been taken
       FD  SyncControlFile.
       01  Sync-Control-Record.
           05 SC-LAST-DATE     pic 9(8).
           05 SC-SEP1          pic X(1).
           05 SC-DATE-COUNT    pic 9(6).

      *> raises waiting for their effective date
       FD  SyncPendFile.
       01  Sync-Pend-Record.
           05 SP-EMPNO         pic 9(6).
           05 SP-SEP1          pic X(1).
           05 SP-RATE          pic 9(5)V99.
           05 SP-SEP2          pic X(1).
           05 SP-EFF-DATE      pic 9(8).
           05 SP-SEP3          pic X(1).
           05 SP-KEYED-DATE    pic 9(8).

       FD  EmpMAuditFile.
       01  EmpMAudit-Record    pic X(132).

       FD  SyncReportFile.
       01  Sync-Report-Record  pic X(132).

       FD  SyncExceptionFile.
       01  Sync-Exception-Record pic X(132).

      *> shared run-control log every batch program in the shop
      *> appends a START record and an END record to
       FD  RunLogFile.
       01  RunLog-Record       pic X(132).

       working-storage section.
       01  W-CTL-FS            pic XX.
       01  W-PEND-FS           pic XX.
       01  W-EMPMAUD-FS        pic XX.
       01  W-RPT-FS            pic XX.
       01  W-EXC-FS            pic XX.
       01  W-RUNLOG-FS         pic XX.
       01  W-EOF-FLAG          pic X value 'N'.
           88 W-EOF            value 'Y'.

      *> full db2sp linkage mirror
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
       01  W-AUDIT-USER        pic X(8) value 'EMPSYNC'.
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

      *> the mark coming in and the mark going out
       01  W-TODAY             pic 9(8).
       01  W-MARK-DATE         pic 9(8) value 0.
       01  W-MARK-COUNT        pic 9(6) value 0.
       01  W-NEW-MARK-DATE     pic 9(8) value 0.
       01  W-NEW-MARK-COUNT    pic 9(6) value 0.
       01  W-SEEN-ON-MARK-DATE pic 9(6) value 0.

      *> raises waiting for their effective date; a row replaced by
      *> a later change or a termination is blanked, not removed
       01  W-PEND-TABLE.
           05 W-PEND-ROW occurs 500 times.
              10 W-PEND-EMPNO      pic 9(6).
              10 W-PEND-RATE       pic 9(5)V99.
              10 W-PEND-EFF-DATE   pic 9(8).
              10 W-PEND-KEYED-DATE pic 9(8).
              10 W-PEND-LIVE       pic X(1).
       01  W-PEND-COUNT        pic S9(4) comp-5 value 0.
       01  W-PEND-SUB          pic S9(4) comp-5.

      *> one audit record taken apart
       01  W-AUD-RECORD        pic X(132).
       01  W-AUD-HEAD          pic X(132).
       01  W-AUD-TAIL          pic X(132).
       01  W-AUD-DATE-X.
           05 W-AUD-DATE       pic 9(8).
       01  W-AUD-EMPNO-X.
           05 W-AUD-EMPNO      pic 9(6).
       01  W-AUD-RATE-X.
           05 W-AUD-RATE-INT   pic 9(5).
           05 FILLER           pic X(1).
           05 W-AUD-RATE-DEC   pic 99.
       01  W-AUD-EFF-X.
           05 W-AUD-EFF-DATE   pic 9(8).
       01  W-AUD-RATE          pic 9(5)V99.

      *> one DB2 action
       01  W-ACT-EMPNO         pic 9(6).
       01  W-ACT-RATE          pic 9(5)V99.
       01  W-ACT-SOURCE-DATE   pic 9(8).
       01  W-OLD-SALARY        pic S9(7)V99.
       01  W-CAND-SALARY       pic S9(7)V99.
       01  W-OLD-SALARY-E      pic 9(7).99.
       01  W-NEW-SALARY-E      pic 9(7).99.
       01  W-RATE-E            pic 9(5).99.
       01  W-SQLCD-E           pic +9(9).
       01  W-EXC-REASON        pic X(48).
       01  W-APPLIED-COUNT     pic 9(5) value 0.
       01  W-EXCEPTION-COUNT   pic 9(5) value 0.
       01  W-HELD-COUNT        pic 9(5) value 0.
       01  W-ALREADY-COUNT     pic 9(5) value 0.

      *> run-control log fields, same positions every program writes
       01  W-RL-PROGRAM-ID     pic X(8) value 'EMPSYNC'.
       01  W-RL-DATE           pic 9(8).
       01  W-RL-TIME           pic 9(8).
       01  W-RL-READ-COUNT     pic 9(6) value 0.
       01  W-RL-WRITTEN-COUNT  pic 9(6) value 0.
       01  W-RL-REJECTED-COUNT pic 9(6) value 0.
       01  W-RL-RUN-STATUS     pic X(4) value 'OK'.

      *> operator authority check, in oprauth's own layout.
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
           perform WRITE-RUNLOG-START
           perform CHECK-RUN-AUTHORITY
           accept W-TODAY from date yyyymmdd
           open output SyncReportFile
           if W-RPT-FS not = "00"
              display "ERROR: CANNOT OPEN SYNCRPT, STATUS=" W-RPT-FS
              move 'FAIL' to W-RL-RUN-STATUS
              perform WRITE-RUNLOG-END
              stop run
           end-if
           open output SyncExceptionFile
           if W-EXC-FS not = "00"
              display "ERROR: CANNOT OPEN SYNCEXC, STATUS=" W-EXC-FS
              move 'FAIL' to W-RL-RUN-STATUS
              perform WRITE-RUNLOG-END
              stop run
           end-if
           perform LOAD-SYNC-MARK
           perform LOAD-PENDING-RAISES
           perform READ-NEW-AUDIT-RECORDS
           if W-RL-RUN-STATUS not = 'OK'
              close SyncReportFile SyncExceptionFile
              perform WRITE-RUNLOG-END
              stop run
           end-if
           perform APPLY-DUE-RAISES
           perform SAVE-PENDING-RAISES
           perform SAVE-SYNC-MARK

           move spaces to Sync-Report-Record
           string "TOTALS APPLIED=" W-APPLIED-COUNT
                  " ALREADY IN STEP=" W-ALREADY-COUNT
                  " WAITING=" W-HELD-COUNT
                  " EXCEPTIONS=" W-EXCEPTION-COUNT
              delimited by size into Sync-Report-Record
           end-string
           write Sync-Report-Record
           move spaces to Sync-Exception-Record
           string "TOTAL EXCEPTIONS=" W-EXCEPTION-COUNT
              delimited by size into Sync-Exception-Record
           end-string
           write Sync-Exception-Record
           close SyncReportFile SyncExceptionFile
           move W-APPLIED-COUNT to W-RL-WRITTEN-COUNT
           move W-EXCEPTION-COUNT to W-RL-REJECTED-COUNT
           perform WRITE-RUNLOG-END
           if W-EXCEPTION-COUNT not = 0
              move 4 to RETURN-CODE
           end-if
           stop run.

      *> the submitting user must hold RUN authority for this program
      *> or nothing is touched, with STATUS=DENY on RUNLOG.
       CHECK-RUN-AUTHORITY.
           move W-RL-PROGRAM-ID to W-AUTH-PROGRAM
           move "RUN" to W-AUTH-FUNCTION
           move 0 to W-AUTH-AMOUNT W-AUTH-QUANTITY
           move spaces to W-AUTH-REFERENCE
           call 'oprauth' using W-AUTH-REQUEST
           if not W-AUTH-ALLOWED
              display "ERROR: USER " W-AUTH-USER
                  " MAY NOT RUN EMPSYNC - " W-AUTH-REASON
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

      *> no SYNCCTL is the first run: the whole of EMPMAUDIT is new
       LOAD-SYNC-MARK.
           move 0 to W-MARK-DATE W-MARK-COUNT
           open input SyncControlFile
           if W-CTL-FS = "00"
              read SyncControlFile
                  not at end
                      if SC-LAST-DATE numeric
                         and SC-DATE-COUNT numeric
                         move SC-LAST-DATE  to W-MARK-DATE
                         move SC-DATE-COUNT to W-MARK-COUNT
                      else
                         display "ERROR: SYNCCTL IS NOT VALID: "
                             Sync-Control-Record
                         move 'FAIL' to W-RL-RUN-STATUS
                      end-if
              end-read
              close SyncControlFile
           else
              display "INFO: NO SYNCCTL, ALL OF EMPMAUDIT IS NEW"
           end-if
           move W-MARK-DATE  to W-NEW-MARK-DATE
           move W-MARK-COUNT to W-NEW-MARK-COUNT.

       LOAD-PENDING-RAISES.
           move 0 to W-PEND-COUNT
           open input SyncPendFile
           if W-PEND-FS not = "00"
              exit paragraph
           end-if
           move 'N' to W-EOF-FLAG
           perform READ-PEND-RECORD
           perform until W-EOF
              if SP-EMPNO numeric and SP-RATE numeric
                 and SP-EFF-DATE numeric
                 if W-PEND-COUNT < 500
                    add 1 to W-PEND-COUNT
                    move SP-EMPNO    to W-PEND-EMPNO(W-PEND-COUNT)
                    move SP-RATE     to W-PEND-RATE(W-PEND-COUNT)
                    move SP-EFF-DATE to W-PEND-EFF-DATE(W-PEND-COUNT)
                    if SP-KEYED-DATE numeric
                       move SP-KEYED-DATE
                         to W-PEND-KEYED-DATE(W-PEND-COUNT)
                    else
                       move 0 to W-PEND-KEYED-DATE(W-PEND-COUNT)
                    end-if
                    move 'Y' to W-PEND-LIVE(W-PEND-COUNT)
                 else
                    display "ERROR: SYNCPEND TABLE FULL"
                    move 'FAIL' to W-RL-RUN-STATUS
                 end-if
              end-if
              perform READ-PEND-RECORD
           end-perform
           close SyncPendFile.

       READ-PEND-RECORD.
           read SyncPendFile
               at end
                   move 'Y' to W-EOF-FLAG
           end-read.

      *> records dated before the mark were taken by an earlier run;
      *> on the mark date the first W-MARK-COUNT of them were
       READ-NEW-AUDIT-RECORDS.
           if W-RL-RUN-STATUS not = 'OK'
              exit paragraph
           end-if
           move 0 to W-SEEN-ON-MARK-DATE
           open input EmpMAuditFile
           if W-EMPMAUD-FS not = "00"
              display "INFO: NO EMPMAUDIT, NOTHING TO SYNC"
              exit paragraph
           end-if
           move 'N' to W-EOF-FLAG
           perform READ-EMPMAUDIT-RECORD
           perform until W-EOF
              move EmpMAudit-Record to W-AUD-RECORD
              perform TAKE-ONE-AUDIT-RECORD
              perform READ-EMPMAUDIT-RECORD
           end-perform
           close EmpMAuditFile.

       READ-EMPMAUDIT-RECORD.
           read EmpMAuditFile
               at end
                   move 'Y' to W-EOF-FLAG
           end-read.

       TAKE-ONE-AUDIT-RECORD.
           move spaces to W-AUD-HEAD W-AUD-DATE-X
           unstring W-AUD-RECORD delimited by " DATE="
               into W-AUD-HEAD W-AUD-DATE-X
           end-unstring
           if W-AUD-DATE not numeric
              exit paragraph
           end-if
           if W-AUD-DATE < W-MARK-DATE
              exit paragraph
           end-if
           if W-AUD-DATE = W-MARK-DATE
              add 1 to W-SEEN-ON-MARK-DATE
              if W-SEEN-ON-MARK-DATE not > W-MARK-COUNT
                 exit paragraph
              end-if
           end-if
           if W-AUD-DATE > W-NEW-MARK-DATE
              move W-AUD-DATE to W-NEW-MARK-DATE
              move 0 to W-NEW-MARK-COUNT
           end-if
           if W-AUD-DATE = W-NEW-MARK-DATE
              add 1 to W-NEW-MARK-COUNT
           end-if
           add 1 to W-RL-READ-COUNT
           move W-AUD-RECORD(14:6) to W-AUD-EMPNO-X
           if W-AUD-EMPNO not numeric
              exit paragraph
           end-if
           evaluate true
              when W-AUD-RECORD(1:6) = "TERM  "
                 perform DROP-PENDING-FOR-EMPLOYEE
                 move W-AUD-EMPNO to W-ACT-EMPNO
                 move W-AUD-DATE to W-ACT-SOURCE-DATE
                 perform SYNC-TERMINATION
              when W-AUD-RECORD(1:6) = "CHANGE"
                   and W-AUD-RECORD(20:12) = " FIELD=RATE "
                 perform TAKE-RATE-CHANGE
              when other
                 continue
           end-evaluate.

      *> a future effective date waits on SYNCPEND; anything else
      *> (today, back-dated, retro or undated) is in force now
       TAKE-RATE-CHANGE.
           perform DROP-PENDING-FOR-EMPLOYEE
           move spaces to W-AUD-HEAD W-AUD-TAIL
           unstring W-AUD-RECORD delimited by " NEW="
               into W-AUD-HEAD W-AUD-TAIL
           end-unstring
           move W-AUD-TAIL(1:8) to W-AUD-RATE-X
           if W-AUD-RATE-INT not numeric or W-AUD-RATE-DEC not numeric
              move W-AUD-EMPNO to W-ACT-EMPNO
              move "RATE ON EMPMAUDIT IS NOT NUMERIC"
                to W-EXC-REASON
              move 0 to W-ACT-RATE
              perform WRITE-EXCEPTION
              exit paragraph
           end-if
           compute W-AUD-RATE = W-AUD-RATE-INT + W-AUD-RATE-DEC / 100
           move 0 to W-AUD-EFF-DATE
           move spaces to W-AUD-HEAD W-AUD-TAIL
           unstring W-AUD-RECORD delimited by " EFFECTIVE="
               into W-AUD-HEAD W-AUD-TAIL
           end-unstring
           if W-AUD-TAIL not = spaces
              move W-AUD-TAIL(1:8) to W-AUD-EFF-X
              if W-AUD-EFF-DATE not numeric
                 move 0 to W-AUD-EFF-DATE
              end-if
           end-if
           if W-AUD-EFF-DATE > W-TODAY
              perform HOLD-PENDING-RAISE
           else
              move W-AUD-EMPNO to W-ACT-EMPNO
              move W-AUD-RATE  to W-ACT-RATE
              move W-AUD-DATE  to W-ACT-SOURCE-DATE
              perform SYNC-RATE-CHANGE
           end-if.

       DROP-PENDING-FOR-EMPLOYEE.
           perform varying W-PEND-SUB from 1 by 1
                   until W-PEND-SUB > W-PEND-COUNT
              if W-PEND-EMPNO(W-PEND-SUB) = W-AUD-EMPNO
                 and W-PEND-LIVE(W-PEND-SUB) = 'Y'
                 move 'N' to W-PEND-LIVE(W-PEND-SUB)
                 move W-PEND-RATE(W-PEND-SUB) to W-RATE-E
                 move spaces to Sync-Report-Record
                 string "REPLACED EMPNO=" W-AUD-EMPNO
                        " WAITING RATE=" W-RATE-E
                        " EFFECTIVE=" W-PEND-EFF-DATE(W-PEND-SUB)
                    delimited by size into Sync-Report-Record
                 end-string
                 write Sync-Report-Record
              end-if
           end-perform.

       HOLD-PENDING-RAISE.
           if W-PEND-COUNT >= 500
              move W-AUD-EMPNO to W-ACT-EMPNO
              move W-AUD-RATE  to W-ACT-RATE
              move "SYNCPEND TABLE FULL, RAISE NOT HELD"
                to W-EXC-REASON
              perform WRITE-EXCEPTION
              exit paragraph
           end-if
           add 1 to W-PEND-COUNT
           move W-AUD-EMPNO    to W-PEND-EMPNO(W-PEND-COUNT)
           move W-AUD-RATE     to W-PEND-RATE(W-PEND-COUNT)
           move W-AUD-EFF-DATE to W-PEND-EFF-DATE(W-PEND-COUNT)
           move W-AUD-DATE     to W-PEND-KEYED-DATE(W-PEND-COUNT)
           move 'Y'            to W-PEND-LIVE(W-PEND-COUNT)
           move W-AUD-RATE to W-RATE-E
           move spaces to Sync-Report-Record
           string "WAITING  EMPNO=" W-AUD-EMPNO
                  " RATE=" W-RATE-E
                  " EFFECTIVE=" W-AUD-EFF-DATE
              delimited by size into Sync-Report-Record
           end-string
           write Sync-Report-Record.

      *> held raises whose day has come, after every new record so a
      *> later change or termination has had its chance to replace
       APPLY-DUE-RAISES.
           perform varying W-PEND-SUB from 1 by 1
                   until W-PEND-SUB > W-PEND-COUNT
              if W-PEND-LIVE(W-PEND-SUB) = 'Y'
                 if W-PEND-EFF-DATE(W-PEND-SUB) not > W-TODAY
                    move 'N' to W-PEND-LIVE(W-PEND-SUB)
                    move W-PEND-EMPNO(W-PEND-SUB) to W-ACT-EMPNO
                    move W-PEND-RATE(W-PEND-SUB)  to W-ACT-RATE
                    move W-PEND-KEYED-DATE(W-PEND-SUB)
                      to W-ACT-SOURCE-DATE
                    perform SYNC-RATE-CHANGE
                 else
                    add 1 to W-HELD-COUNT
                 end-if
              end-if
           end-perform.

      *> fetch first: a row already gone or already at the salary is
      *> in step and needs no update
       SYNC-RATE-CHANGE.
           compute W-CAND-SALARY = W-ACT-RATE * 2080
               on size error
                  move "RATE TOO LARGE FOR A DB2 SALARY"
                    to W-EXC-REASON
                  perform WRITE-EXCEPTION
                  exit paragraph
           end-compute
           move W-ACT-EMPNO to W-EMPNO
           move 0 to W-NEW-SALARY
           perform CALL-DB2SP
           if W-SQLCD not = 0
              move W-SQLCD to W-SQLCD-E
              move spaces to W-EXC-REASON
              string "NOT IN DB2, SQLCODE=" W-SQLCD-E
                 delimited by size into W-EXC-REASON
              end-string
              perform WRITE-EXCEPTION
              exit paragraph
           end-if
           move W-SALARY to W-OLD-SALARY
           move W-OLD-SALARY  to W-OLD-SALARY-E
           move W-CAND-SALARY to W-NEW-SALARY-E
           if W-OLD-SALARY = W-CAND-SALARY
              add 1 to W-ALREADY-COUNT
              move spaces to Sync-Report-Record
              string "IN STEP  EMPNO=" W-EMPNO
                     " SALARY=" W-OLD-SALARY-E
                     " KEYED=" W-ACT-SOURCE-DATE
                 delimited by size into Sync-Report-Record
              end-string
              write Sync-Report-Record
              exit paragraph
           end-if
           move W-CAND-SALARY to W-NEW-SALARY
           perform CALL-DB2SP
           move 0 to W-NEW-SALARY
           if W-UPDATE-SQLCD = 0
              add 1 to W-APPLIED-COUNT
              move spaces to Sync-Report-Record
              string "SALARY   EMPNO=" W-EMPNO
                     " OLD=" W-OLD-SALARY-E
                     " NEW=" W-NEW-SALARY-E
                     " KEYED=" W-ACT-SOURCE-DATE
                 delimited by size into Sync-Report-Record
              end-string
              write Sync-Report-Record
           else
              move W-UPDATE-SQLCD to W-SQLCD-E
              move spaces to W-EXC-REASON
              if W-UPDATE-SQLCD = -545
                 move "OUTSIDE SALARY BAND FOR JOB (SQLCODE -545)"
                   to W-EXC-REASON
              else
                 string "SALARY UPDATE FAILED, SQLCODE=" W-SQLCD-E
                    delimited by size into W-EXC-REASON
                 end-string
              end-if
              perform WRITE-EXCEPTION
           end-if.

       SYNC-TERMINATION.
           move 0 to W-ACT-RATE
           move W-ACT-EMPNO to W-EMPNO
           perform CALL-DB2SP
           if W-SQLCD not = 0 and W-SQLCD not = 100
              move W-SQLCD to W-SQLCD-E
              move spaces to W-EXC-REASON
              string "DB2 FETCH FAILED, SQLCODE=" W-SQLCD-E
                 delimited by size into W-EXC-REASON
              end-string
              perform WRITE-EXCEPTION
              exit paragraph
           end-if
           if W-SQLCD = 100
              add 1 to W-ALREADY-COUNT
              move spaces to Sync-Report-Record
              string "IN STEP  EMPNO=" W-EMPNO
                     " ALREADY GONE FROM DB2"
                     " KEYED=" W-ACT-SOURCE-DATE
                 delimited by size into Sync-Report-Record
              end-string
              write Sync-Report-Record
              exit paragraph
           end-if
           move 'Y' to W-DELETE-REQUEST
           move W-ACT-EMPNO to W-DELETE-EMPNO
           perform CALL-DB2SP
           move 'N' to W-DELETE-REQUEST
           if W-DELETE-SQLCD = 0
              add 1 to W-APPLIED-COUNT
              move spaces to Sync-Report-Record
              string "DELETED  EMPNO=" W-EMPNO
                     " KEYED=" W-ACT-SOURCE-DATE
                 delimited by size into Sync-Report-Record
              end-string
              write Sync-Report-Record
           else
              move W-DELETE-SQLCD to W-SQLCD-E
              move spaces to W-EXC-REASON
              string "DELETE FAILED, SQLCODE=" W-SQLCD-E
                 delimited by size into W-EXC-REASON
              end-string
              perform WRITE-EXCEPTION
           end-if.

       WRITE-EXCEPTION.
           add 1 to W-EXCEPTION-COUNT
           move W-ACT-RATE to W-RATE-E
           move spaces to Sync-Exception-Record
           string "EXCEPTION EMPNO=" W-ACT-EMPNO
                  " RATE=" W-RATE-E
                  " KEYED=" W-ACT-SOURCE-DATE
                  " " W-EXC-REASON
              delimited by size into Sync-Exception-Record
           end-string
           write Sync-Exception-Record.

       SAVE-PENDING-RAISES.
           open output SyncPendFile
           if W-PEND-FS not = "00"
              display "ERROR: CANNOT REWRITE SYNCPEND, STATUS="
                  W-PEND-FS
              move 'FAIL' to W-RL-RUN-STATUS
              exit paragraph
           end-if
           move ',' to SP-SEP1 SP-SEP2 SP-SEP3
           perform varying W-PEND-SUB from 1 by 1
                   until W-PEND-SUB > W-PEND-COUNT
              if W-PEND-LIVE(W-PEND-SUB) = 'Y'
                 move W-PEND-EMPNO(W-PEND-SUB)    to SP-EMPNO
                 move W-PEND-RATE(W-PEND-SUB)     to SP-RATE
                 move W-PEND-EFF-DATE(W-PEND-SUB) to SP-EFF-DATE
                 move W-PEND-KEYED-DATE(W-PEND-SUB)
                   to SP-KEYED-DATE
                 write Sync-Pend-Record
              end-if
           end-perform
           close SyncPendFile.

      *> the mark moves on only after SYNCPEND is safely written
       SAVE-SYNC-MARK.
           if W-RL-RUN-STATUS not = 'OK'
              exit paragraph
           end-if
           open output SyncControlFile
           if W-CTL-FS not = "00"
              display "ERROR: CANNOT REWRITE SYNCCTL, STATUS="
                  W-CTL-FS
              move 'FAIL' to W-RL-RUN-STATUS
              exit paragraph
           end-if
           move W-NEW-MARK-DATE  to SC-LAST-DATE
           move ','              to SC-SEP1
           move W-NEW-MARK-COUNT to SC-DATE-COUNT
           write Sync-Control-Record
           close SyncControlFile.

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

       end program empsync.

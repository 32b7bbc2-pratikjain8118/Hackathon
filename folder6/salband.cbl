       program-id. salband.

      *> -------------------------------------------
      *> SALARY BAND REPORT. EVERY EMPLOYEE IN DB2, PULLED THROUGH
      *> DB2SP'S CSR1 LIST PATH (50-ROW BATCHES, LS-CSR1-SKIP
      *> CONTINUATION), SET AGAINST THE SALBAND ROW FOR THEIR JOB:
      *> SALARY, THE BAND'S MINIMUM/MIDPOINT/MAXIMUM AND THE
      *> COMPA-RATIO (SALARY OVER MIDPOINT). ANYONE BELOW THE
      *> MINIMUM OR ABOVE THE MAXIMUM IS FLAGGED, AND A JOB WITH NO
      *> BAND IS FLAGGED SO THE BAND FILE CAN BE COMPLETED.
      *> CSR1 ROWS DO NOT CARRY THE JOB, SO ONCE THE LIST IS IN
      *> HAND EACH EMPLOYEE IS FETCHED ONE BY ONE FOR IT - THE LIST
      *> CALLS ARE FINISHED FIRST, AS IN SALUPDT.
      *> -------------------------------------------
       environment division.
       input-output section.
       file-control.
           select SalaryBandFile assign to "SALBAND"
               organization is line sequential
               file status is W-BAND-FS.
           select BandReportFile assign to "SALBANDRPT"
               organization is line sequential
               file status is W-RPT-FS.
           select RunLogFile assign to "RUNLOG"
               organization is line sequential
               file status is W-RUNLOG-FS.

       data division.
       file section.
      *> one row per job: minimum, midpoint and maximum salary,
      *> two implied decimals
       FD  SalaryBandFile.
       01  Salary-Band-Record.
           05 SB-JOB           pic X(8).
           05 FILLER           pic X(1).
           05 SB-MIN           pic 9(7)V99.
           05 FILLER           pic X(1).
           05 SB-MID           pic 9(7)V99.
           05 FILLER           pic X(1).
           05 SB-MAX           pic 9(7)V99.

       FD  BandReportFile.
       01  Band-Report-Record  pic X(132).

      *> shared run-control log every batch program in the shop
      *> appends a START record and an END record to
       FD  RunLogFile.
       01  RunLog-Record       pic X(132).

       working-storage section.
       01  W-BAND-FS           pic XX.
       01  W-RPT-FS            pic XX.
       01  W-RUNLOG-FS         pic XX.

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
       01  W-AUDIT-USER        pic X(8) value 'SALBAND'.
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

      *> salary bands by job
       01  W-BAND-EOF-FLAG     pic X value 'N'.
           88 W-BAND-EOF       value 'Y'.
       01  W-BAND-TABLE.
           05 W-BAND-ROW occurs 200 times.
              10 W-BAND-JOB    pic X(8).
              10 W-BAND-MIN    pic 9(7)V99.
              10 W-BAND-MID    pic 9(7)V99.
              10 W-BAND-MAX    pic 9(7)V99.
       01  W-BAND-COUNT        pic S9(4) comp-5 value 0.
       01  W-BAND-SUB          pic S9(4) comp-5.
       01  W-BAND-FOUND        pic S9(4) comp-5.

      *> everyone the list path returned, worked after the list
      *> calls finish so the cursor state is never shared with the
      *> single-employee fetches
       01  W-EMP-TABLE.
           05 W-EMP-ROW occurs 600 times.
              10 W-EMP-EMPNO   pic X(6).
              10 W-EMP-NAME    pic X(28).
              10 W-EMP-DEPT    pic X(3).
              10 W-EMP-SALARY  pic S9(7)V99.
       01  W-EMP-COUNT         pic S9(4) comp-5 value 0.
       01  W-EMP-SUB           pic S9(4) comp-5.
       01  W-ROW-SUB           pic S9(4) comp-5.
       01  W-CALL-GUARD        pic S9(4) comp-5.
       01  W-ALL-DONE-FLAG     pic X.
           88 W-ALL-DONE       value 'Y'.

      *> one report line
       01  W-COMPA-RATIO       pic 9(3)V999.
       01  W-FLAG-TEXT         pic X(12).
       01  W-SALARY-E          pic Z(6)9.99.
       01  W-MIN-E             pic Z(6)9.99.
       01  W-MID-E             pic Z(6)9.99.
       01  W-MAX-E             pic Z(6)9.99.
       01  W-COMPA-E           pic ZZ9.999.
       01  W-NAME-20           pic X(20).
       01  W-IN-BAND-COUNT     pic 9(5) value 0.
       01  W-BELOW-COUNT       pic 9(5) value 0.
       01  W-ABOVE-COUNT       pic 9(5) value 0.
       01  W-NO-BAND-COUNT     pic 9(5) value 0.
       01  W-PAGE-NUMBER       pic 9(3) value 0.
       01  W-LINE-COUNT        pic 9(3) value 99.
       01  W-LINES-PER-PAGE    pic 9(3) value 50.
       01  W-DETAIL-LINE       pic X(132).

      *> run-control log fields, same positions every program writes
       01  W-RL-PROGRAM-ID     pic X(8) value 'SALBAND'.
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
           perform WRITE-RUNLOG-START
           perform CHECK-RUN-AUTHORITY
           open output BandReportFile
           if W-RPT-FS not = "00"
              display "ERROR: CANNOT OPEN SALBANDRPT, STATUS=" W-RPT-FS
              move 'FAIL' to W-RL-RUN-STATUS
              perform WRITE-RUNLOG-END
              stop run
           end-if
           perform LOAD-SALARY-BANDS
           perform PULL-ALL-EMPLOYEES
           perform varying W-EMP-SUB from 1 by 1
                   until W-EMP-SUB > W-EMP-COUNT
              perform REPORT-ONE-EMPLOYEE
           end-perform
           move spaces to W-DETAIL-LINE
           perform WRITE-REPORT-LINE
           move spaces to W-DETAIL-LINE
           string "EMPLOYEES=" W-RL-READ-COUNT
                  " IN BAND=" W-IN-BAND-COUNT
                  " BELOW BAND=" W-BELOW-COUNT
                  " ABOVE BAND=" W-ABOVE-COUNT
                  " NO BAND=" W-NO-BAND-COUNT
              delimited by size into W-DETAIL-LINE
           end-string
           perform WRITE-REPORT-LINE
           close BandReportFile
           perform WRITE-RUNLOG-END
           display "Salary band report complete: " W-RL-READ-COUNT
               " employees, " W-BELOW-COUNT " below and "
               W-ABOVE-COUNT " above band."
           stop run.

      *> the submitting user must hold RUN authority for this program
      *> or no report is written, with STATUS=DENY on RUNLOG.
       CHECK-RUN-AUTHORITY.
           move W-RL-PROGRAM-ID to W-AUTH-PROGRAM
           move "RUN" to W-AUTH-FUNCTION
           move 0 to W-AUTH-AMOUNT W-AUTH-QUANTITY
           move spaces to W-AUTH-REFERENCE
           call 'oprauth' using W-AUTH-REQUEST
           if not W-AUTH-ALLOWED
              display "ERROR: USER " W-AUTH-USER
                  " MAY NOT RUN SALBAND - " W-AUTH-REASON
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

       LOAD-SALARY-BANDS.
           move 0 to W-BAND-COUNT
           open input SalaryBandFile
           if W-BAND-FS not = "00"
              display "WARNING: NO SALBAND FILE, EVERY JOB REPORTS "
                  "WITH NO BAND"
              exit paragraph
           end-if
           move 'N' to W-BAND-EOF-FLAG
           perform until W-BAND-EOF
              read SalaryBandFile
                  at end
                      move 'Y' to W-BAND-EOF-FLAG
                  not at end
                      if SB-MIN numeric and SB-MID numeric
                         and SB-MAX numeric
                         and SB-MIN not > SB-MAX
                         and W-BAND-COUNT < 200
                         add 1 to W-BAND-COUNT
                         move SB-JOB to W-BAND-JOB(W-BAND-COUNT)
                         move SB-MIN to W-BAND-MIN(W-BAND-COUNT)
                         move SB-MID to W-BAND-MID(W-BAND-COUNT)
                         move SB-MAX to W-BAND-MAX(W-BAND-COUNT)
                      else
                         display "WARNING: SALBAND ROW SKIPPED: "
                             Salary-Band-Record
                      end-if
              end-read
           end-perform
           close SalaryBandFile.

      *> '*' mode walks csr1 in 50-row batches: while db2sp reports
      *> the table truncated, call again with the skip advanced
       PULL-ALL-EMPLOYEES.
           move 0 to W-EMP-COUNT
           move 0 to W-CSR1-SKIP
           move 'N' to W-ALL-DONE-FLAG
           move 0 to W-CALL-GUARD
           perform until W-ALL-DONE
              move '*' to W-EMPNO
              perform CALL-DB2SP
              perform varying W-ROW-SUB from 1 by 1
                      until W-ROW-SUB > W-CSR1-ROW-COUNT
                 if W-EMP-COUNT < 600
                    add 1 to W-EMP-COUNT
                    move W-CSR1-EMPNO(W-ROW-SUB)
                      to W-EMP-EMPNO(W-EMP-COUNT)
                    move spaces to W-EMP-NAME(W-EMP-COUNT)
                    string W-CSR1-FIRST(W-ROW-SUB) delimited by '  '
                           ' ' delimited by size
                           W-CSR1-LAST(W-ROW-SUB) delimited by size
                       into W-EMP-NAME(W-EMP-COUNT)
                    end-string
                    move W-CSR1-WORKDEPT(W-ROW-SUB)
                      to W-EMP-DEPT(W-EMP-COUNT)
                    move W-CSR1-SALARY(W-ROW-SUB)
                      to W-EMP-SALARY(W-EMP-COUNT)
                 else
                    display "WARNING: EMPLOYEE TABLE FULL, "
                        "REPORT INCOMPLETE"
                    move 'FAIL' to W-RL-RUN-STATUS
                 end-if
              end-perform
              if W-CSR1-TRUNCATED = 'Y'
                 add W-CSR1-ROW-COUNT to W-CSR1-SKIP
                 add 1 to W-CALL-GUARD
                 if W-CALL-GUARD > 200
                    display "WARNING: CSR1 CONTINUATION GUARD HIT, "
                        "REPORT MAY BE INCOMPLETE"
                    move 'Y' to W-ALL-DONE-FLAG
                 end-if
              else
                 move 'Y' to W-ALL-DONE-FLAG
              end-if
           end-perform
           move 0 to W-CSR1-SKIP.

      *> the single-employee fetch supplies the job; the salary
      *> and name stay as the list returned them
       REPORT-ONE-EMPLOYEE.
           add 1 to W-RL-READ-COUNT
           move W-EMP-EMPNO(W-EMP-SUB) to W-EMPNO
           perform CALL-DB2SP
           if W-SQLCD not = 0
              move spaces to W-JOB
           end-if
           move 0 to W-BAND-FOUND
           perform varying W-BAND-SUB from 1 by 1
                   until W-BAND-SUB > W-BAND-COUNT
              if W-BAND-JOB(W-BAND-SUB) = W-JOB
                 move W-BAND-SUB to W-BAND-FOUND
              end-if
           end-perform
           if W-JOB = spaces
              move 0 to W-BAND-FOUND
           end-if
           move W-EMP-SALARY(W-EMP-SUB) to W-SALARY-E
           move W-EMP-NAME(W-EMP-SUB) to W-NAME-20
           if W-BAND-FOUND = 0
              add 1 to W-NO-BAND-COUNT
              move spaces to W-DETAIL-LINE
              string W-EMPNO " " W-NAME-20 " " W-EMP-DEPT(W-EMP-SUB)
                     "  " W-JOB " " W-SALARY-E
                     "                                            "
                     "*** NO BAND"
                 delimited by size into W-DETAIL-LINE
              end-string
              perform WRITE-REPORT-LINE
              exit paragraph
           end-if
           move W-BAND-MIN(W-BAND-FOUND) to W-MIN-E
           move W-BAND-MID(W-BAND-FOUND) to W-MID-E
           move W-BAND-MAX(W-BAND-FOUND) to W-MAX-E
           if W-BAND-MID(W-BAND-FOUND) > 0
              compute W-COMPA-RATIO rounded =
                  W-EMP-SALARY(W-EMP-SUB) / W-BAND-MID(W-BAND-FOUND)
           else
              move 0 to W-COMPA-RATIO
           end-if
           move W-COMPA-RATIO to W-COMPA-E
           evaluate true
              when W-EMP-SALARY(W-EMP-SUB) < W-BAND-MIN(W-BAND-FOUND)
                 move "*** BELOW" to W-FLAG-TEXT
                 add 1 to W-BELOW-COUNT
              when W-EMP-SALARY(W-EMP-SUB) > W-BAND-MAX(W-BAND-FOUND)
                 move "*** ABOVE" to W-FLAG-TEXT
                 add 1 to W-ABOVE-COUNT
              when other
                 move spaces to W-FLAG-TEXT
                 add 1 to W-IN-BAND-COUNT
           end-evaluate
           move spaces to W-DETAIL-LINE
           string W-EMPNO " " W-NAME-20 " " W-EMP-DEPT(W-EMP-SUB)
                  "  " W-JOB " " W-SALARY-E " " W-MIN-E " "
                  W-MID-E " " W-MAX-E "  " W-COMPA-E "  "
                  W-FLAG-TEXT
              delimited by size into W-DETAIL-LINE
           end-string
           perform WRITE-REPORT-LINE.

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

       WRITE-REPORT-HEADERS.
           add 1 to W-PAGE-NUMBER
           move spaces to Band-Report-Record
           string "SALARY BANDS AND COMPA-RATIO BY EMPLOYEE"
                  "                                        PAGE "
                  W-PAGE-NUMBER
              delimited by size into Band-Report-Record
           end-string
           write Band-Report-Record
           move spaces to Band-Report-Record
           write Band-Report-Record
           move spaces to Band-Report-Record
           string "EMPNO  NAME                 DEPT JOB      "
                  "    SALARY    MINIMUM   MIDPOINT    MAXIMUM"
                  "    COMPA"
              delimited by size into Band-Report-Record
           end-string
           write Band-Report-Record
           move 0 to W-LINE-COUNT.

       WRITE-REPORT-LINE.
           if W-LINE-COUNT >= W-LINES-PER-PAGE
              perform WRITE-REPORT-HEADERS
           end-if
           move W-DETAIL-LINE to Band-Report-Record
           write Band-Report-Record
           if W-RPT-FS not = "00"
              display "WARNING: SALBANDRPT WRITE FAILED, STATUS="
                 W-RPT-FS
           end-if
           add 1 to W-RL-WRITTEN-COUNT
           add 1 to W-LINE-COUNT.

       end program salband.

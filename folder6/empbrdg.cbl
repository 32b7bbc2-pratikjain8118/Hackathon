      *> AND DROPS AGAINST THE CURRENT EMPMAST BEFORE THE NEW FILE
      *> (EMPMASTNEW) REPLACES IT.
      *> FIELDS DB2 DOES NOT OWN - STATUS, ACCOUNT, THE PENDING RATE
      *> PAIR, THE WORK STATE - ARE CARRIED FORWARD FROM THE MATCHED
      *> EMPMAST ROW. A NEW HIRE ARRIVES WITH NO WORK STATE AND IS
      *> LISTED SO PAYROLL KEYS ONE BEFORE THE FIRST PAY RUN.
      *> THE ANNUAL SALARY BECOMES AN HOURLY RATE OVER 2080 HOURS.
      *> EVERY RUN LOGS START/END ON THE SHARED RUNLOG; THE LAST
      *> CLEAN END IS HOW LATER REPORTS KNOW WHEN DB2 AND EMPMAST
      *> WERE LAST BROUGHT INTO STEP.
      *> -------------------------------------------
       environment division.
       input-output section.
           select BridgeReportFile assign to "BRIDGRPT"
               organization is line sequential
               file status is W-RPT-FS.
           select RunLogFile assign to "RUNLOG"
               organization is line sequential
               file status is W-RUNLOG-FS.

       data division.
       file section.
           05 EM-PEND-RATE     pic 9(5)V99.
           05 FILLER           pic X(1).
           05 EM-PEND-DATE     pic 9(8).
           05 FILLER           pic X(1).
           05 EM-WORK-STATE    pic X(2).

       FD  EmpMastNewFile.
       01  EmpMastNew-Record.
           05 EN-PEND-RATE     pic 9(5)V99.
           05 EN-SEP8          pic X(1).
           05 EN-PEND-DATE     pic 9(8).
           05 EN-SEP9          pic X(1).
           05 EN-WORK-STATE    pic X(2).

       FD  BridgeReportFile.
       01  Bridge-Record       pic X(132).

      *> shared run-control log every batch program in the shop
      *> appends a START record and an END record to
       FD  RunLogFile.
       01  RunLog-Record       pic X(132).

       working-storage section.
       01  W-MAST-FS           pic XX.
       01  W-NEW-FS            pic XX.
              10 W-OLD-ACCOUNT    pic X(10).
              10 W-OLD-PEND-RATE  pic 9(5)V99.
              10 W-OLD-PEND-DATE  pic 9(8).
              10 W-OLD-WORK-STATE pic X(2).
              10 W-OLD-SEEN       pic X(1).
       01  W-OLD-COUNT         pic S9(4) comp-5 value 0.
       01  W-OLD-SUB           pic S9(4) comp-5.
       01  W-CHG-COUNT         pic 9(5) value 0.
       01  W-DROP-COUNT        pic 9(5) value 0.

      *> run-control log fields, same positions every program writes
       01  W-RUNLOG-FS         pic XX.
       01  W-RL-PROGRAM-ID     pic X(8) value 'EMPBRDG'.
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
           open output BridgeReportFile
           if W-RPT-FS not = "00"
              display "ERROR: CANNOT OPEN BRIDGRPT, STATUS=" W-RPT-FS
              move 'FAIL' to W-RL-RUN-STATUS
              perform WRITE-RUNLOG-END
              stop run
           end-if
           perform LOAD-CURRENT-EMPMAST
           perform WRITE-NEW-MASTER
           perform WRITE-BRIDGE-TOTALS
           close BridgeReportFile
           move W-DB-COUNT to W-RL-READ-COUNT
           compute W-RL-WRITTEN-COUNT = W-DB-COUNT + W-DROP-COUNT
      *>    an incomplete pull must not read as a clean bridge - the
      *>    return code is set here, after the last db2sp call
           if W-RL-RUN-STATUS = 'FAIL'
              move 8 to RETURN-CODE
           end-if
           perform WRITE-RUNLOG-END
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
                  " MAY NOT RUN EMPBRDG - " W-AUTH-REASON
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

      *> an absent EMPMAST is a first bridge run - everything from
      *> DB2 becomes an add
       LOAD-CURRENT-EMPMAST.
                 if W-OLD-COUNT >= 600
                    display "WARNING: EMPMAST TABLE FULL, "
                        "RECONCILIATION INCOMPLETE"
                    move 'FAIL' to W-RL-RUN-STATUS
                    move 'Y' to W-MAST-EOF-FLAG
                 else
                    add 1 to W-OLD-COUNT
                    else
                       move 0 to W-OLD-PEND-DATE(W-OLD-COUNT)
                    end-if
                    move EM-WORK-STATE
                      to W-OLD-WORK-STATE(W-OLD-COUNT)
                    move 'N' to W-OLD-SEEN(W-OLD-COUNT)
                    perform READ-EMPMAST-RECORD
                 end-if
           end-if.

       READ-EMPMAST-RECORD.
      *>    records written before the pending pair or the work
      *>    state existed are shorter - clear the trailing columns
           move 0 to EM-PEND-RATE
           move 0 to EM-PEND-DATE
           move spaces to EM-WORK-STATE
           read EmpMastFile
               at end
                   move 'Y' to W-MAST-EOF-FLAG
           perform until W-ALL-DONE
              move '*' to W-EMPNO
              perform CALL-DB2SP
              if W-SQLCD < 0
                 display "ERROR: DB2SP LIST CALL FAILED, SQLCODE="
                     W-SQLCD " - PULL INCOMPLETE"
                 move 'FAIL' to W-RL-RUN-STATUS
                 move 0 to W-CSR1-ROW-COUNT
                 move 'N' to W-CSR1-TRUNCATED
              end-if
              perform varying W-ROW-SUB from 1 by 1
                      until W-ROW-SUB > W-CSR1-ROW-COUNT
                 perform TAKE-ONE-DB2-ROW
                 if W-CALL-GUARD > 200
                    display "WARNING: CSR1 CONTINUATION GUARD HIT, "
                        "PULL MAY BE INCOMPLETE"
                    move 'FAIL' to W-RL-RUN-STATUS
                    move 'Y' to W-ALL-DONE-FLAG
                 end-if
              else
           if W-DB-COUNT >= 600
              display "WARNING: DB2 PULL TABLE FULL, "
                  "REMAINING EMPLOYEES NOT BRIDGED"
              move 'FAIL' to W-RL-RUN-STATUS
              exit paragraph
           end-if
           if W-CSR1-EMPNO(W-ROW-SUB)(1:6) not numeric
           if W-NEW-FS not = "00"
              display "ERROR: CANNOT OPEN EMPMASTNEW, STATUS="
                  W-NEW-FS
              move 'FAIL' to W-RL-RUN-STATUS
              perform WRITE-RUNLOG-END
              stop run
           end-if
           perform varying W-DB-SUB from 1 by 1

           move ','                   to EN-SEP1 EN-SEP2 EN-SEP3
                                         EN-SEP4 EN-SEP5 EN-SEP6
                                         EN-SEP7 EN-SEP8 EN-SEP9
           move W-DB-EMPNO(W-DB-SUB)  to EN-ID
           move W-DB-NAME(W-DB-SUB)   to EN-NAME
           move W-DB-DEPT(W-DB-SUB)   to EN-DEPT
              move spaces to EN-ACCOUNT
              move 0      to EN-PEND-RATE
              move 0      to EN-PEND-DATE
              move spaces to EN-WORK-STATE
              add 1 to W-ADD-COUNT
              move W-DB-RATE(W-DB-SUB) to W-RATE-E
              move spaces to Bridge-Record
                     " NAME=" W-DB-NAME(W-DB-SUB)(1:20)
                     " DEPT=" W-DB-DEPT(W-DB-SUB)
                     " RATE=" W-RATE-E
                     " WORK STATE TO BE KEYED"
                 delimited by size into Bridge-Record
              end-string
              write Bridge-Record
              move W-OLD-ACCOUNT(W-OLD-FOUND)   to EN-ACCOUNT
              move W-OLD-PEND-RATE(W-OLD-FOUND) to EN-PEND-RATE
              move W-OLD-PEND-DATE(W-OLD-FOUND) to EN-PEND-DATE
              move W-OLD-WORK-STATE(W-OLD-FOUND) to EN-WORK-STATE
              if W-OLD-NAME(W-OLD-FOUND) not = W-DB-NAME(W-DB-SUB)
                 or W-OLD-DEPT(W-OLD-FOUND) not = W-DB-DEPT(W-DB-SUB)
                 or W-OLD-RATE(W-OLD-FOUND) not = W-DB-RATE(W-DB-SUB)
           write Bridge-Record
           move ','                       to EN-SEP1 EN-SEP2 EN-SEP3
                                             EN-SEP4 EN-SEP5 EN-SEP6
                                             EN-SEP7 EN-SEP8 EN-SEP9
           move W-OLD-ID(W-OLD-SUB)        to EN-ID
           move W-OLD-NAME(W-OLD-SUB)      to EN-NAME
           move W-OLD-DEPT(W-OLD-SUB)      to EN-DEPT
           move W-OLD-ACCOUNT(W-OLD-SUB)   to EN-ACCOUNT
           move W-OLD-PEND-RATE(W-OLD-SUB) to EN-PEND-RATE
           move W-OLD-PEND-DATE(W-OLD-SUB) to EN-PEND-DATE
           move W-OLD-WORK-STATE(W-OLD-SUB) to EN-WORK-STATE
           write EmpMastNew-Record.

       WRITE-BRIDGE-TOTALS.

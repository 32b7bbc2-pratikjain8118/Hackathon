      *> AUDIT TRAIL OF EMPLOYEE UPDATES MADE THROUGH THIS PROGRAM,
      *> ONE BEFORE/AFTER RECORD PER SUCCESSFUL UPDATE - THE SAME
      *> ROLE AUDITLOG PLAYS FOR EVERY QUANTITY CHANGE IN
      *> INVENTORYMANAGEMENT. A SUCCESSFUL INSERT OR DELETE IS
      *> RECORDED TOO, SO HIRES AND TERMINATIONS MADE IN DB2 SHOW
      *> UP ON THE TRAIL ALONGSIDE THE UPDATES.
      *> -------------------------------------------
           select AuditFile assign to "EMPAUDIT"
               organization is line sequential
               file status is WS-AUDIT-FS.
      *> -------------------------------------------
      *> SALARY BANDS BY EMPLOYEE.JOB. A SALARY UPDATE THAT WOULD
      *> TAKE SOMEONE OUTSIDE THEIR JOB'S BAND IS REFUSED AND THE
      *> REFUSAL RECORDED ON EMPAUDIT. NO FILE, NO BAND FOR THE
      *> JOB, OR A NULL JOB MEANS NO BAND CHECK.
      *> -------------------------------------------
           select SalaryBandFile assign to "SALBAND"
               organization is line sequential
               file status is WS-BAND-FS.

       data division.
       file section.
       FD  AuditFile.
       01  Audit-Record       pic X(150).

      *> one row per job: minimum, midpoint and maximum salary,
      *> two implied decimals
       FD  SalaryBandFile.
       01  Salary-Band-Record.
           05 SB-JOB          pic X(8).
           05 FILLER          pic X(1).
           05 SB-MIN          pic 9(7)V99.
           05 FILLER          pic X(1).
           05 SB-MID          pic 9(7)V99.
           05 FILLER          pic X(1).
           05 SB-MAX          pic 9(7)V99.

       working-storage section.

       01  WS-CSR1-SKIPPED  pic S9(4) comp-5 value 0.
       01  WS-AUDIT-FS        pic XX.
       01  WS-AUDIT-DATE      pic 9(8).
      *> the real submitting user as oprauth returns it, fetched on
      *> the first call. every audit record carries it as USER= and
      *> the calling program's own stamp as VIA=.
       01  WS-AUDIT-REAL-USER pic X(8) value spaces.
       01  WS-AUTH-REQUEST.
           05 WS-AUTH-PROGRAM   pic X(8).
           05 WS-AUTH-FUNCTION  pic X(8).
           05 WS-AUTH-AMOUNT    pic 9(9)V99.
           05 WS-AUTH-QUANTITY  pic 9(7).
           05 WS-AUTH-REFERENCE pic X(40).
           05 WS-AUTH-USER      pic X(8).
           05 WS-AUTH-RESULT    pic X(1).
              88 WS-AUTH-ALLOWED value 'Y'.
           05 WS-AUTH-REASON    pic X(30).
       01  WS-OLD-SALARY      pic S9(7)V9(2) comp-3.
       01  WS-OLD-FIRSTNME    pic X(12).
       01  WS-OLD-WORKDEPT    pic X(3).
       01  WS-AUD-OLD-MONEY   pic 9(7).9(2).
       01  WS-AUD-NEW-MONEY   pic 9(7).9(2).
      *> band table, loaded on the first call and kept for the run
       01  WS-BAND-FS         pic XX.
       01  WS-BAND-LOADED     pic X value 'N'.
       01  WS-BAND-EOF-FLAG   pic X value 'N'.
           88 WS-BAND-EOF     value 'Y'.
       01  WS-BAND-TABLE.
           05 WS-BAND-ROW occurs 200 times.
              10 WS-BAND-JOB  pic X(8).
              10 WS-BAND-MIN  pic 9(7)V99.
              10 WS-BAND-MAX  pic 9(7)V99.
       01  WS-BAND-COUNT      pic S9(4) comp-5 value 0.
       01  WS-BAND-SUB        pic S9(4) comp-5.
       01  WS-BAND-FOUND      pic S9(4) comp-5.
       01  WS-BAND-REFUSED    pic X value 'N'.
       01  WS-BAND-REASON     pic X(10).
       01  WS-CSR2-EOF-FLAG pic X value 'N'.
           88 WS-CSR2-EOF    value 'Y'.
      *> host variables for the csr2 department aggregate fetch
       01  LS-DEPTNAME        PIC X(36).
       01  LS-BONUS           PIC S9(7)V99 COMP-3.
       01  LS-COMM            PIC S9(7)V99 COMP-3.
      *> A NEW SALARY OUTSIDE THE JOB'S SALARY BAND IS NOT APPLIED;
      *> LS-UPDATE-SQLCD COMES BACK -545, AS FOR A ROW FAILING A
      *> CHECK CONSTRAINT.
       01  LS-NEW-SALARY      PIC S9(7)V99 COMP-3.
       01  LS-NEW-FIRSTNME    PIC X(12).
       01  LS-NEW-WORKDEPT    PIC X(3).
      *> MONTHLY REPORTING JOB CAN CALL ONE PROGRAM INSTEAD OF
      *> EMBEDDING ITS OWN SQL.
      *> -------------------------------------------
      *> THE CALLING JOB'S OWN NAME FOR ITSELF. AUDIT RECORDS CARRY
      *> THE REAL SUBMITTING USER INSTEAD; THIS IS STAMPED ONLY WHEN
      *> THE ENVIRONMENT DOES NOT NAME ONE.
       01  LS-AUDIT-USER      PIC X(8).
       01  LS-AGG-REQUEST     PIC X(1).
       01  LS-AGG-ROW-COUNT   PIC S9(4) COMP-5.
              open output AuditFile
           end-if
           accept WS-AUDIT-DATE from date yyyymmdd
           if WS-AUDIT-REAL-USER = spaces
              perform GET-REAL-USER
           end-if
           if WS-BAND-LOADED not = 'Y'
              perform LOAD-SALARY-BANDS
           end-if


      *EXEC SQL SELECT
      *> RUN, SO AN EARLIER FAILURE CANNOT BE MASKED BY A LATER
      *> UPDATE'S SUCCESS.
      *> -----------------------------------------------------------
           move 'N' to WS-BAND-REFUSED
           if ls-new-salary not = 0
              perform CHECK-SALARY-BAND
           end-if
           move 0 to ls-update-sqlcd
           if ls-new-salary not = 0 and WS-BAND-REFUSED = 'N'
      *>       THE OLD VALUE IS ONLY TRUSTWORTHY WHEN THE SELECT
      *>       ABOVE FOUND THE ROW AND THE STORED SALARY IS NOT SQL
      *>       NULL - AN UNSET PACKED FIELD WOULD 0C7 THE CAPTURE
                 string "UPDATE EMPNO=" ls-empno
                        " FIELD=SALARY OLD=" WS-AUD-OLD-MONEY
                        " NEW=" WS-AUD-NEW-MONEY
                        " USER=" WS-AUDIT-REAL-USER
                        " VIA=" ls-audit-user
                        " DATE=" WS-AUDIT-DATE
                    delimited by size into Audit-Record
                 end-string
                 write Audit-Record
              end-if
           end-if
           if WS-BAND-REFUSED = 'Y'
              move -545 to ls-update-sqlcd
           end-if

      *> -----------------------------------------------------------
      *> UPDATE EMPLOYEE.FIRSTNME FOR THE CURRENT EMPLOYEE-EMPNO.
                 string "UPDATE EMPNO=" ls-empno
                        " FIELD=FIRSTNME OLD=" WS-OLD-FIRSTNME
                        " NEW=" ls-new-firstnme
                        " USER=" WS-AUDIT-REAL-USER
                        " VIA=" ls-audit-user
                        " DATE=" WS-AUDIT-DATE
                    delimited by size into Audit-Record
                 end-string
                 string "UPDATE EMPNO=" ls-empno
                        " FIELD=WORKDEPT OLD=" WS-OLD-WORKDEPT
                        " NEW=" ls-new-workdept
                        " USER=" WS-AUDIT-REAL-USER
                        " VIA=" ls-audit-user
                        " DATE=" WS-AUDIT-DATE
                    delimited by size into Audit-Record
                 end-string
            BY VALUE 0

              move sqlcode to ls-insert-sqlcd
              if sqlcode = 0
                 move spaces to Audit-Record
                 string "INSERT EMPNO=" ls-ins-empno
                        " DEPT=" ls-ins-workdept
                        " USER=" WS-AUDIT-REAL-USER
                        " VIA=" ls-audit-user
                        " DATE=" WS-AUDIT-DATE
                    delimited by size into Audit-Record
                 end-string
                 write Audit-Record
              end-if
           end-if

      *> -----------------------------------------------------------
               BY VALUE 0

              move sqlcode to ls-delete-sqlcd
              if sqlcode = 0
                 move spaces to Audit-Record
                 string "DELETE EMPNO=" ls-delete-empno
                        " USER=" WS-AUDIT-REAL-USER
                        " VIA=" ls-audit-user
                        " DATE=" WS-AUDIT-DATE
                    delimited by size into Audit-Record
                 end-string
                 write Audit-Record
              end-if
           end-if

      *> -----------------------------------------------------------
           continue.


      ******************************************************************
      *    THE SUBMITTING USER, FROM OPRAUTH SO EVERY PROGRAM TAKES
      *    IT THE SAME WAY. A USER OPRAUTH CANNOT NAME STAYS BLANK -
      *    VIA= STILL SAYS WHICH PROGRAM MADE THE CHANGE.
      ******************************************************************
       GET-REAL-USER.
           move "DB2SP" to WS-AUTH-PROGRAM
           move "USER" to WS-AUTH-FUNCTION
           move 0 to WS-AUTH-AMOUNT
           move 0 to WS-AUTH-QUANTITY
           move spaces to WS-AUTH-REFERENCE
           call 'oprauth' using WS-AUTH-REQUEST
           move WS-AUTH-USER to WS-AUDIT-REAL-USER.

      ******************************************************************
      *    SALARY BANDS, READ ONCE PER RUN UNIT. A ROW THAT IS NOT
      *    NUMERIC OR WHOSE MINIMUM IS OVER ITS MAXIMUM IS SKIPPED.
      ******************************************************************
       LOAD-SALARY-BANDS.
           move 'Y' to WS-BAND-LOADED
           move 0 to WS-BAND-COUNT
           open input SalaryBandFile
           if WS-BAND-FS not = "00"
              exit paragraph
           end-if
           move 'N' to WS-BAND-EOF-FLAG
           perform until WS-BAND-EOF
              read SalaryBandFile
                  at end
                      move 'Y' to WS-BAND-EOF-FLAG
                  not at end
                      if SB-MIN numeric and SB-MAX numeric
                         and SB-MIN not > SB-MAX
                         and WS-BAND-COUNT < 200
                         add 1 to WS-BAND-COUNT
                         move SB-JOB to WS-BAND-JOB(WS-BAND-COUNT)
                         move SB-MIN to WS-BAND-MIN(WS-BAND-COUNT)
                         move SB-MAX to WS-BAND-MAX(WS-BAND-COUNT)
                      end-if
              end-read
           end-perform
           close SalaryBandFile.

      ******************************************************************
      *    A NEW SALARY IS REFUSED WHEN IT LANDS OUTSIDE THE BAND,
      *    UNLESS THE EMPLOYEE WAS ALREADY OUTSIDE ON THAT SIDE AND
      *    THE CHANGE MOVES THEM TOWARD IT.
      ******************************************************************
       CHECK-SALARY-BAND.
           if ls-sqlcd not = 0 or employee-job-null = -1
              exit paragraph
           end-if
           move 0 to WS-BAND-FOUND
           perform varying WS-BAND-SUB from 1 by 1
                   until WS-BAND-SUB > WS-BAND-COUNT
              if WS-BAND-JOB(WS-BAND-SUB) = employee-job
                 move WS-BAND-SUB to WS-BAND-FOUND
              end-if
           end-perform
           if WS-BAND-FOUND = 0
              exit paragraph
           end-if
           if employee-salary-null = -1
              move 0 to WS-OLD-SALARY
           else
              move employee-salary to WS-OLD-SALARY
           end-if
           if ls-new-salary > WS-BAND-MAX(WS-BAND-FOUND)
              and not (WS-OLD-SALARY > WS-BAND-MAX(WS-BAND-FOUND)
                       and ls-new-salary < WS-OLD-SALARY)
              move 'Y' to WS-BAND-REFUSED
              move "ABOVE BAND" to WS-BAND-REASON
           end-if
           if ls-new-salary < WS-BAND-MIN(WS-BAND-FOUND)
              and not (WS-OLD-SALARY < WS-BAND-MIN(WS-BAND-FOUND)
                       and ls-new-salary > WS-OLD-SALARY)
              move 'Y' to WS-BAND-REFUSED
              move "BELOW BAND" to WS-BAND-REASON
           end-if
           if WS-BAND-REFUSED = 'Y'
              move WS-OLD-SALARY to WS-AUD-OLD-MONEY
              move ls-new-salary to WS-AUD-NEW-MONEY
              move spaces to Audit-Record
              string "REJECT EMPNO=" ls-empno
                     " FIELD=SALARY OLD=" WS-AUD-OLD-MONEY
                     " NEW=" WS-AUD-NEW-MONEY
                     " JOB=" employee-job
                     " REASON=" WS-BAND-REASON
                     " USER=" WS-AUDIT-REAL-USER
                     " VIA=" ls-audit-user
                     " DATE=" WS-AUDIT-DATE
                 delimited by size into Audit-Record
              end-string
              write Audit-Record
           end-if.


       end program db2sp.

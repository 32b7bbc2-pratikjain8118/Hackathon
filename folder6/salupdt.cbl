      *> A DEPARTMENT RECORD EXPANDS THROUGH DB2SP'S CSR3
      *> DEPARTMENT LIST PATH (50-ROW BATCHES, LS-CSR1-SKIP
      *> CONTINUATION) SO NOBODY HIRED LAST WEEK IS MISSED.
      *> A RESULT OUTSIDE THE SALARY BAND FOR THE EMPLOYEE'S JOB
      *> (SALBAND) IS HELD, NOT APPLIED: THE ADJUSTMENT GOES TO
      *> SALHOLD AS AN EMPLOYEE RECORD READY TO RESUBMIT ONCE THE
      *> BAND OR THE FIGURE IS AGREED, AND A HOLD RECORD WITH THE
      *> REASON GOES ON EMPAUDIT. DB2SP REFUSES THE SAME CHANGES ON
      *> ITS OWN, SO NO OTHER CALLER CAN SLIP ONE THROUGH.
      *> THE SUBMITTING USER NEEDS RUN AUTHORITY FOR SALUPDT ON
      *> AUTHFILE, AND SALADJ AUTHORITY UP TO THE SIZE OF EACH
      *> EMPLOYEE'S CHANGE, OR THE CHANGE IS REJECTED.
      *> -------------------------------------------
       environment division.
       input-output section.
           select AdjustReportFile assign to "SALADJRPT"
               organization is line sequential
               file status is W-RPT-FS.
           select SalaryBandFile assign to "SALBAND"
               organization is line sequential
               file status is W-BAND-FS.
           select HoldFile assign to "SALHOLD"
               organization is line sequential
               file status is W-HOLD-FS.
           select EmpAuditFile assign to "EMPAUDIT"
               organization is line sequential
               file status is W-AUDIT-FS.

       data division.
       file section.
       FD  AdjustReportFile.
       01  Adjust-Report-Record pic X(132).

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

      *> held adjustments, same layout as SALADJF
       FD  HoldFile.
       01  Hold-Record.
           05 HLD-TYPE         pic X(1).
           05 HLD-KEY          pic X(6).
           05 HLD-METHOD       pic X(1).
           05 HLD-AMOUNT       pic 9(7)V99.
           05 HLD-REASON       pic X(4).

      *> db2sp's audit trail; opened only around each HOLD record
      *> so it is never open while db2sp has it
       FD  EmpAuditFile.
       01  EmpAudit-Record     pic X(150).

       working-storage section.
       01  W-ADJ-FS            pic XX.
       01  W-RPT-FS            pic XX.
       01  W-BAND-FS           pic XX.
       01  W-HOLD-FS           pic XX.
       01  W-AUDIT-FS          pic XX.
       01  W-ADJ-EOF-FLAG      pic X value 'N'.
           88 W-ADJ-EOF        value 'Y'.

       01  W-SAL-FLOOR         pic 9(7)V99 value 15000.00.
       01  W-SAL-CEILING       pic 9(7)V99 value 1000000.00.

      *> salary bands by job, loaded once at start
       01  W-BAND-EOF-FLAG     pic X value 'N'.
           88 W-BAND-EOF       value 'Y'.
       01  W-BAND-TABLE.
           05 W-BAND-ROW occurs 200 times.
              10 W-BAND-JOB    pic X(8).
              10 W-BAND-MIN    pic 9(7)V99.
              10 W-BAND-MAX    pic 9(7)V99.
       01  W-BAND-COUNT        pic S9(4) comp-5 value 0.
       01  W-BAND-SUB          pic S9(4) comp-5.
       01  W-BAND-FOUND        pic S9(4) comp-5.
       01  W-BAND-REFUSED      pic X value 'N'.
       01  W-BAND-REASON       pic X(10).
       01  W-AUDIT-DATE        pic 9(8).

      *> empnos a department record expanded to, worked one by one
      *> after the list calls finish so the cursor state is never
      *> shared with the update calls
       01  W-SAVE-REASON       pic X(4).
       01  W-APPLIED-COUNT     pic 9(5) value 0.
       01  W-REJECTED-COUNT    pic 9(5) value 0.
       01  W-HELD-COUNT        pic 9(5) value 0.
       01  W-CHANGE-AMOUNT     pic 9(9)V99.

      *> operator authority check, in oprauth's own layout. the
      *> user it returns is the real submitting user and is what
      *> the hold records on EMPAUDIT are stamped with.
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
           move "SALUPDT" to W-AUTH-PROGRAM
           move "RUN" to W-AUTH-FUNCTION
           move 0 to W-AUTH-AMOUNT W-AUTH-QUANTITY
           move spaces to W-AUTH-REFERENCE
           call 'oprauth' using W-AUTH-REQUEST
           if not W-AUTH-ALLOWED
              display "ERROR: USER " W-AUTH-USER
                  " MAY NOT RUN SALUPDT - " W-AUTH-REASON
              move 8 to RETURN-CODE
              stop run
           end-if
           open input AdjustFile
           if W-ADJ-FS not = "00"
              display "ERROR: CANNOT OPEN SALADJF, STATUS=" W-ADJ-FS
              display "ERROR: CANNOT OPEN SALADJRPT, STATUS=" W-RPT-FS
              stop run
           end-if
           open output HoldFile
           if W-HOLD-FS not = "00"
              display "ERROR: CANNOT OPEN SALHOLD, STATUS=" W-HOLD-FS
              stop run
           end-if
           accept W-AUDIT-DATE from date yyyymmdd
           perform LOAD-SALARY-BANDS

           perform READ-ADJUST-RECORD
           perform until W-ADJ-EOF
           move spaces to Adjust-Report-Record
           string "TOTALS APPLIED=" W-APPLIED-COUNT
                  " REJECTED=" W-REJECTED-COUNT
                  " HELD=" W-HELD-COUNT
              delimited by size into Adjust-Report-Record
           end-string
           write Adjust-Report-Record

           close AdjustFile
           close AdjustReportFile
           close HoldFile
           if W-REJECTED-COUNT not = 0 or W-HELD-COUNT not = 0
              move 4 to RETURN-CODE
           end-if
           stop run.
              perform REJECT-OUT-OF-BOUNDS
              exit paragraph
           end-if
           perform CHECK-CHANGE-AUTHORITY
           if not W-AUTH-ALLOWED
              perform REJECT-NOT-AUTHORISED
              exit paragraph
           end-if
           perform CHECK-SALARY-BAND
           if W-BAND-REFUSED = 'Y'
              perform HOLD-OUT-OF-BAND
              exit paragraph
           end-if

           move W-CAND-SALARY to W-NEW-SALARY
           perform CALL-DB2SP
           end-string
           write Adjust-Report-Record.

      *> the size of the change either way is what the user's
      *> SALADJ amount limit is held to
       CHECK-CHANGE-AUTHORITY.
           if W-CAND-SALARY < W-OLD-SALARY
              compute W-CHANGE-AMOUNT = W-OLD-SALARY - W-CAND-SALARY
           else
              compute W-CHANGE-AMOUNT = W-CAND-SALARY - W-OLD-SALARY
           end-if
           move "SALADJ" to W-AUTH-FUNCTION
           move W-CHANGE-AMOUNT to W-AUTH-AMOUNT
           move 0 to W-AUTH-QUANTITY
           move spaces to W-AUTH-REFERENCE
           string "SALADJ EMPNO=" W-EMPNO
                  " REASON-CODE=" W-SAVE-REASON
              delimited by size into W-AUTH-REFERENCE
           end-string
           call 'oprauth' using W-AUTH-REQUEST.

       REJECT-NOT-AUTHORISED.
           add 1 to W-REJECTED-COUNT
           move W-OLD-SALARY  to W-OLD-SALARY-E
           move W-CAND-SALARY to W-NEW-SALARY-E
           move spaces to Adjust-Report-Record
           string "REJECTED EMPNO=" W-EMPNO
                  " OLD=" W-OLD-SALARY-E
                  " NEW=" W-NEW-SALARY-E
                  " REASON-CODE=" W-SAVE-REASON
                  " USER=" W-AUTH-USER
                  " " W-AUTH-REASON
              delimited by size into Adjust-Report-Record
           end-string
           write Adjust-Report-Record.

       LOAD-SALARY-BANDS.
           move 0 to W-BAND-COUNT
           open input SalaryBandFile
           if W-BAND-FS not = "00"
              display "INFO: NO SALBAND FILE, NO SALARY BAND CHECK"
              exit paragraph
           end-if
           move 'N' to W-BAND-EOF-FLAG
           perform until W-BAND-EOF
              read SalaryBandFile
                  at end
                      move 'Y' to W-BAND-EOF-FLAG
                  not at end
                      if SB-MIN numeric and SB-MAX numeric
                         and SB-MIN not > SB-MAX
                         and W-BAND-COUNT < 200
                         add 1 to W-BAND-COUNT
                         move SB-JOB to W-BAND-JOB(W-BAND-COUNT)
                         move SB-MIN to W-BAND-MIN(W-BAND-COUNT)
                         move SB-MAX to W-BAND-MAX(W-BAND-COUNT)
                      else
                         display "WARNING: SALBAND ROW SKIPPED: "
                             Salary-Band-Record
                      end-if
              end-read
           end-perform
           close SalaryBandFile.

      *> the same rule db2sp applies: outside the band is held
      *> unless the employee was already outside on that side and
      *> the change moves them toward it
       CHECK-SALARY-BAND.
           move 'N' to W-BAND-REFUSED
           move 0 to W-BAND-FOUND
           perform varying W-BAND-SUB from 1 by 1
                   until W-BAND-SUB > W-BAND-COUNT
              if W-BAND-JOB(W-BAND-SUB) = W-JOB
                 move W-BAND-SUB to W-BAND-FOUND
              end-if
           end-perform
           if W-BAND-FOUND = 0 or W-JOB = spaces
              exit paragraph
           end-if
           if W-CAND-SALARY > W-BAND-MAX(W-BAND-FOUND)
              and not (W-OLD-SALARY > W-BAND-MAX(W-BAND-FOUND)
                       and W-CAND-SALARY < W-OLD-SALARY)
              move 'Y' to W-BAND-REFUSED
              move "ABOVE BAND" to W-BAND-REASON
           end-if
           if W-CAND-SALARY < W-BAND-MIN(W-BAND-FOUND)
              and not (W-OLD-SALARY < W-BAND-MIN(W-BAND-FOUND)
                       and W-CAND-SALARY > W-OLD-SALARY)
              move 'Y' to W-BAND-REFUSED
              move "BELOW BAND" to W-BAND-REASON
           end-if.

       HOLD-OUT-OF-BAND.
           add 1 to W-HELD-COUNT
           move W-OLD-SALARY  to W-OLD-SALARY-E
           move W-CAND-SALARY to W-NEW-SALARY-E
           move spaces to Adjust-Report-Record
           string "HELD     EMPNO=" W-EMPNO
                  " OLD=" W-OLD-SALARY-E
                  " NEW=" W-NEW-SALARY-E
                  " REASON-CODE=" W-SAVE-REASON
                  " JOB=" W-JOB
                  " " W-BAND-REASON
              delimited by size into Adjust-Report-Record
           end-string
           write Adjust-Report-Record
           move 'E'           to HLD-TYPE
           move W-EMPNO       to HLD-KEY
           move W-SAVE-METHOD to HLD-METHOD
           move W-SAVE-AMOUNT to HLD-AMOUNT
           move W-SAVE-REASON to HLD-REASON
           write Hold-Record
           open extend EmpAuditFile
           if W-AUDIT-FS = "35"
              close EmpAuditFile
              open output EmpAuditFile
           end-if
           move spaces to EmpAudit-Record
           string "HOLD   EMPNO=" W-EMPNO
                  " FIELD=SALARY OLD=" W-OLD-SALARY-E
                  " NEW=" W-NEW-SALARY-E
                  " JOB=" W-JOB
                  " REASON=" W-BAND-REASON
                  " USER=" W-AUTH-USER
                  " DATE=" W-AUDIT-DATE
              delimited by size into EmpAudit-Record
           end-string
           write EmpAudit-Record
           close EmpAuditFile.

       CALL-DB2SP.
           call 'db2sp' using W-EMPNO W-SQLCD W-FIRST W-MIDINIT
              W-LAST W-HIRE W-SALARY W-WORKDEPT W-PHONENO W-JOB

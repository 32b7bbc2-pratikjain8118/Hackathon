           select RosterFile assign to "ROSTER"
               organization is line sequential
               file status is W-ROSTER-FS.
           select RunLogFile assign to "RUNLOG"
               organization is line sequential
               file status is W-RUNLOG-FS.

       data division.
       file section.
       FD  RosterFile.
       01  Roster-Record       pic X(132).

       FD  RunLogFile.
       01  RunLog-Record       pic X(132).

       working-storage section.
       01  W-LIST-FS           pic XX.
       01  W-ROSTER-FS         pic XX.
       01  W-RUNLOG-FS         pic XX.
       01  W-LIST-EOF-FLAG     pic X value 'N'.
           88 W-LIST-EOF       value 'Y'.

       01  W-DEPT-SUB          pic S9(4) comp-5.
       01  W-ROW-DEPTNAME      pic X(36).

      *> the roster keeps no START/END on RUNLOG; only a refused run
      *> is logged there, as a START/END pair so the run report
      *> shows it.
       01  W-RL-PROGRAM-ID     pic X(8) value 'EMPROSTR'.
       01  W-RL-DATE           pic 9(8).
       01  W-RL-TIME           pic 9(8).
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
           perform CHECK-RUN-AUTHORITY
           open input EmpnoListFile
           if W-LIST-FS not = "00"
              display "ERROR: CANNOT OPEN EMPNOLST, STATUS=" W-LIST-FS
           close RosterFile
           stop run.

      *> the submitting user must hold RUN authority for the roster
      *> or nothing is read from DB2, with STATUS=DENY on RUNLOG.
       CHECK-RUN-AUTHORITY.
           move W-RL-PROGRAM-ID to W-AUTH-PROGRAM
           move "RUN" to W-AUTH-FUNCTION
           move 0 to W-AUTH-AMOUNT W-AUTH-QUANTITY
           move spaces to W-AUTH-REFERENCE
           call 'oprauth' using W-AUTH-REQUEST
           if not W-AUTH-ALLOWED
              display "ERROR: USER " W-AUTH-USER
                  " MAY NOT RUN EMPROSTR - " W-AUTH-REASON
              perform WRITE-DENIED-RUNLOG
              move 8 to RETURN-CODE
              stop run
           end-if.

       WRITE-DENIED-RUNLOG.
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
           move spaces to RunLog-Record
           string "END    PGM=" W-RL-PROGRAM-ID
                  " DATE=" W-RL-DATE
                  " TIME=" W-RL-TIME
                  " READ=000000"
                  " WRITTEN=000000"
                  " REJECTED=000000"
                  " STATUS=DENY"
              delimited by size into RunLog-Record
           end-string
           write RunLog-Record
           close RunLogFile.

       READ-LIST-RECORD.
           read EmpnoListFile
               at end

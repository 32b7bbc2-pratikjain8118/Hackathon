
  01 WS-Summary-Line          PIC X(180).

*> This program keeps no START/END on RUNLOG; only a refused run
*> is logged there, as a START/END pair so RunLogReport shows it.
  01 WS-RL-Program-Id         PIC X(8) VALUE "RUNRPT".
  01 WS-RL-Date               PIC 9(8).
  01 WS-RL-Time               PIC 9(8).
  01 WS-Auth-Request.
     05 WS-Auth-Program       PIC X(8).
     05 WS-Auth-Function      PIC X(8).
     05 WS-Auth-Amount        PIC 9(9)V99.
     05 WS-Auth-Quantity      PIC 9(7).
     05 WS-Auth-Reference     PIC X(40).
     05 WS-Auth-User          PIC X(8).
     05 WS-Auth-Result        PIC X(1).
        88 WS-Auth-Allowed    VALUE 'Y'.
     05 WS-Auth-Reason        PIC X(30).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM CHECK-RUN-AUTHORITY.
    OPEN INPUT RunLogFile.
    IF WS-RunLog-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN RUNLOG, STATUS=" WS-RunLog-Status
    PERFORM APPEND-RUN-HISTORY.
    STOP RUN.

*> The submitting user must hold RUN authority for the run report, or the
*> run stops here, before anything is opened, with STATUS=DENY on
*> RUNLOG.
CHECK-RUN-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "RUN" TO WS-Auth-Function.
    MOVE ZERO TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        DISPLAY "ERROR: USER " WS-Auth-User
            " MAY NOT RUN THE RUN REPORT - " WS-Auth-Reason
        PERFORM WRITE-DENIED-RUNLOG
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-DENIED-RUNLOG.
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
        CLOSE RunLogFile
        OPEN OUTPUT RunLogFile
    END-IF.
    ACCEPT WS-RL-Date FROM DATE YYYYMMDD.
    ACCEPT WS-RL-Time FROM TIME.
    MOVE SPACES TO RunLog-Record.
    STRING "START  PGM=" WS-RL-Program-Id
           " DATE=" WS-RL-Date
           " TIME=" WS-RL-Time
        DELIMITED BY SIZE INTO RunLog-Record
    END-STRING.
    WRITE RunLog-Record.
    MOVE SPACES TO RunLog-Record.
    STRING "END    PGM=" WS-RL-Program-Id
           " DATE=" WS-RL-Date
           " TIME=" WS-RL-Time
           " READ=000000"
           " WRITTEN=000000"
           " REJECTED=000000"
           " STATUS=DENY"
        DELIMITED BY SIZE INTO RunLog-Record
    END-STRING.
    WRITE RunLog-Record.
    CLOSE RunLogFile.

READ-RUNLOG-RECORD.
    READ RunLogFile
        AT END

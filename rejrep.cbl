   05 WS-Pay-Hours-Num  PIC 9(5).
   05 FILLER            PIC X(5).
01 WS-Pay-Type-X        PIC X(10).
01 WS-Pay-Charge-X      PIC X(10).
01 WS-Pay-Field-Count   PIC 9.
01 WS-Unstring-Overflow-Flag PIC X.
   88 WS-Unstring-Overflow VALUE 'Y'.
01 WS-RL-Rejected-Count PIC 9(6) VALUE 0.
01 WS-RL-Run-Status     PIC X(4) VALUE "OK".

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
    PERFORM WRITE-RUNLOG-START.
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-RUN-AUTHORITY.

    OPEN OUTPUT RepairLogFile.
    IF WS-Log-Status NOT = "00"
            CONTINUE
    END-EVALUATE.

*> The submitting user must hold RUN authority for the mode asked
*> for (RUN * covers both) or no reject is repaired, with STATUS=DENY
*> on RUNLOG.
CHECK-RUN-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE SPACES TO WS-Auth-Function.
    STRING "RUN " WS-Run-Mode
        DELIMITED BY SIZE INTO WS-Auth-Function
    END-STRING.
    MOVE ZERO TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        DISPLAY "ERROR: USER " WS-Auth-User " MAY NOT RUN MODE "
            WS-Run-Mode " - " WS-Auth-Reason
        MOVE "DENY" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-RUNLOG-START.
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
    END-IF.

*> The same shape checks PayrollSystem's own validation applies:
*> two to four comma fields, numeric nonzero ID, numeric hours
*> under the ceiling, and - when EMPMAST was available - an active
*> master entry for the ID.
VALIDATE-PAYROLL-IMAGE.
    MOVE SPACES TO WS-Pay-ID-X.
    MOVE SPACES TO WS-Pay-Hours-X.
    MOVE SPACES TO WS-Pay-Type-X.
    MOVE SPACES TO WS-Pay-Charge-X.
    MOVE ZERO TO WS-Pay-Field-Count.
    MOVE 'N' TO WS-Unstring-Overflow-Flag.
    UNSTRING WS-Corr-T-Data(WS-Corr-Found-Idx) DELIMITED BY ','
        INTO WS-Pay-ID-X
             WS-Pay-Hours-X
             WS-Pay-Type-X
             WS-Pay-Charge-X
        TALLYING IN WS-Pay-Field-Count
        ON OVERFLOW
            MOVE 'Y' TO WS-Unstring-Overflow-Flag

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

*>  PayrollSystem's own run totals. Optional so an extract set from
*>  before the file existed still balances on its own.
    SELECT OPTIONAL PayTotalsFile ASSIGN TO "PAYTOTALS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PayTotals-Status.

*>  Positive-pay issue file for the checks the run printed. Optional
*>  so an extract set from before checks were printed balances as it
*>  always did.
    SELECT OPTIONAL PositivePayFile ASSIGN TO "POSPAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PosPay-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.
   05 FILLER               PIC X(1).
   05 YTD-Out-Ded          PIC 9(9)V99.

FD PayTotalsFile.
01 PayTotals-Record.
   05 PT-Run-Type          PIC X(1).
   05 FILLER               PIC X(1).
   05 PT-Period            PIC 9(2).
   05 FILLER               PIC X(1).
   05 PT-End-Date          PIC 9(8).
   05 FILLER               PIC X(1).
   05 PT-Total-Net         PIC 9(10)V99.
   05 FILLER               PIC X(1).
   05 PT-DD-Total          PIC 9(10)V99.
   05 FILLER               PIC X(1).
   05 PT-Manual-Total      PIC 9(10)V99.
   05 FILLER               PIC X(1).
   05 PT-Void-Total        PIC 9(10)V99.
   05 FILLER               PIC X(1).
   05 PT-Check-Total       PIC 9(10)V99.

*> Same fixed positions PayrollSystem writes: I and V details and a
*> single T control record.
FD PositivePayFile.
01 PositivePay-Record.
   05 PP-Record-Type       PIC X(1).
   05 FILLER               PIC X(1).
   05 PP-Check-No          PIC 9(8).
   05 FILLER               PIC X(1).
   05 PP-Amount            PIC 9(8)V99.
   05 FILLER               PIC X(1).
   05 PP-Check-Date        PIC 9(8).
   05 FILLER               PIC X(1).
   05 PP-Payee             PIC X(30).
01 PositivePay-Control REDEFINES PositivePay-Record.
   05 PP-Ctl-Record-Type   PIC X(1).
   05 FILLER               PIC X(1).
   05 PP-Ctl-Issue-Count   PIC 9(6).
   05 FILLER               PIC X(1).
   05 PP-Ctl-Issue-Total   PIC 9(10)V99.
   05 FILLER               PIC X(1).
   05 PP-Ctl-Void-Count    PIC 9(6).
   05 FILLER               PIC X(1).
   05 PP-Ctl-Void-Total    PIC 9(10)V99.
   05 FILLER               PIC X(20).

FD BalanceReportFile.
01 Balance-Record   PIC X(132).

01 WS-YTD-In-Status         PIC XX.
01 WS-YTD-Out-Status        PIC XX.
01 WS-Report-Status         PIC XX.
01 WS-PayTotals-Status      PIC XX.
01 WS-PosPay-Status         PIC XX.

01 WS-DD-EOF-Flag           PIC X VALUE 'N'.
   88 WS-DD-EOF             VALUE 'Y'.
   88 WS-YTD-In-EOF         VALUE 'Y'.
01 WS-YTD-Out-EOF-Flag      PIC X VALUE 'N'.
   88 WS-YTD-Out-EOF        VALUE 'Y'.
01 WS-PP-EOF-Flag           PIC X VALUE 'N'.
   88 WS-PP-EOF             VALUE 'Y'.

*> Direct-deposit proof: the detail sum and count must equal the T
*> trailer's own figures.
01 WS-DD-Ctl-Count          PIC 9(6) VALUE 0.
01 WS-DD-Ctl-Found-Flag     PIC X VALUE 'N'.

*> Printed-check proof: the issue details against the T record, and
*> the issue total as the check share of the run's net pay. No
*> POSPAY at all leaves every figure zero.
01 WS-PP-Found-Flag         PIC X VALUE 'N'.
   88 WS-PP-Found           VALUE 'Y'.
01 WS-PP-Ctl-Found-Flag     PIC X VALUE 'N'.
01 WS-PP-Issue-Total        PIC 9(12)V99 VALUE 0.
01 WS-PP-Issue-Count        PIC 9(6) VALUE 0.
01 WS-PP-Void-Total         PIC 9(12)V99 VALUE 0.
01 WS-PP-Ctl-Issue-Total    PIC 9(12)V99 VALUE 0.
01 WS-PP-Ctl-Issue-Count    PIC 9(6) VALUE 0.
01 WS-PP-Ctl-Void-Total     PIC 9(12)V99 VALUE 0.

*> GL proof: every AMT= on the extract is twelve digits with two
*> implied decimals, tagged DR or CR; debits must equal credits and
*> the per-account sums reproduce the run's own totals. The account
*> sums are net of the other side, so a void run's swapped lines
*> come out negative against its negative YTD deltas.
01 WS-GL-Debit-Total        PIC 9(13)V99 VALUE 0.
01 WS-GL-Credit-Total       PIC 9(13)V99 VALUE 0.
01 WS-GL-Gross-Total        PIC S9(13)V99 VALUE 0.
01 WS-GL-Tax-Total          PIC S9(13)V99 VALUE 0.
01 WS-GL-Net-Total          PIC S9(13)V99 VALUE 0.
01 WS-GL-Ded-Total          PIC S9(13)V99 VALUE 0.
01 WS-GL-Signed-Amt         PIC S9(10)V99.
01 WS-GL-DR-Tally           PIC 9(3).
01 WS-GL-CR-Tally           PIC 9(3).
01 WS-GL-Front-Part         PIC X(132).
01 WS-Delta-Net             PIC S9(13)V99.
01 WS-Delta-Ded             PIC S9(13)V99.

*> Run totals from PAYTOTALS; all zero when the file is absent, which
*> leaves the net proof the plain DD trailer comparison it was.
01 WS-PT-Found-Flag         PIC X VALUE 'N'.
   88 WS-PT-Found           VALUE 'Y'.
01 WS-PT-Total-Net          PIC 9(10)V99 VALUE 0.
01 WS-PT-Manual-Total       PIC 9(10)V99 VALUE 0.
01 WS-PT-Void-Total         PIC 9(10)V99 VALUE 0.
01 WS-PT-Check-Total        PIC 9(10)V99 VALUE 0.

01 WS-Cmp-A                 PIC S9(13)V99.
01 WS-Cmp-B                 PIC S9(13)V99.
01 WS-Cmp-Label             PIC X(40).
01 WS-RL-Rejected-Count     PIC 9(6) VALUE 0.
01 WS-RL-Run-Status         PIC X(4) VALUE "OK".

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
MAIN-PARAGRAPH.
    PERFORM WRITE-RUNLOG-START.
    PERFORM CHECK-RUN-AUTHORITY.
    OPEN OUTPUT BalanceReportFile.
    IF WS-Report-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN BALRPT, STATUS=" WS-Report-Status
    WRITE Balance-Record.

    PERFORM TALLY-DIRECT-DEPOSIT.
    PERFORM TALLY-POSITIVE-PAY.
    PERFORM TALLY-GL-EXTRACT.
    PERFORM TALLY-YTD-MASTERS.
    PERFORM READ-PAY-TOTALS.
    PERFORM PROVE-THE-RUN.

    MOVE SPACES TO Balance-Record.
    DISPLAY "Payroll balancing complete, breaks=" WS-Break-Count.
    STOP RUN.

*> The submitting user must hold RUN authority for the balancing or
*> the payroll run is not signed off, with STATUS=DENY on RUNLOG.
CHECK-RUN-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "RUN" TO WS-Auth-Function.
    MOVE ZERO TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        DISPLAY "ERROR: USER " WS-Auth-User
            " MAY NOT RUN PAYROLL BALANCING - " WS-Auth-Reason
        MOVE "DENY" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-RUNLOG-START.
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
            MOVE 'Y' TO WS-DD-EOF-Flag
    END-READ.

TALLY-POSITIVE-PAY.
    OPEN INPUT PositivePayFile.
    IF WS-PosPay-Status = "05"
        CLOSE PositivePayFile
        EXIT PARAGRAPH
    END-IF.
    IF WS-PosPay-Status NOT = "00"
        DISPLAY "WARNING: CANNOT OPEN POSPAY, STATUS=" WS-PosPay-Status
        ADD 1 TO WS-Break-Count
        MOVE SPACES TO Balance-Record
        STRING "POSPAY NOT READABLE - BREAK"
            DELIMITED BY SIZE INTO Balance-Record
        END-STRING
        WRITE Balance-Record
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-PP-Found-Flag.
    PERFORM READ-PP-RECORD.
    PERFORM UNTIL WS-PP-EOF
        ADD 1 TO WS-RL-Read-Count
        EVALUATE PP-Record-Type
            WHEN 'I'
                ADD PP-Amount TO WS-PP-Issue-Total
                ADD 1 TO WS-PP-Issue-Count
            WHEN 'V'
                ADD PP-Amount TO WS-PP-Void-Total
            WHEN 'T'
                MOVE 'Y' TO WS-PP-Ctl-Found-Flag
                MOVE PP-Ctl-Issue-Total TO WS-PP-Ctl-Issue-Total
                MOVE PP-Ctl-Issue-Count TO WS-PP-Ctl-Issue-Count
                MOVE PP-Ctl-Void-Total  TO WS-PP-Ctl-Void-Total
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        PERFORM READ-PP-RECORD
    END-PERFORM.
    CLOSE PositivePayFile.

READ-PP-RECORD.
    READ PositivePayFile
        AT END
            MOVE 'Y' TO WS-PP-EOF-Flag
    END-READ.

*> Every extract line carries a twelve-digit AMT= and a DR or CR
*> tag; the account number after ACCT= routes the amount into the
*> run totals the YTD deltas are proved against.
        INTO WS-GL-Acct-Front
             WS-GL-Acct-Part
    END-UNSTRING.
*>  expense accounts count on their debit side, liability accounts
*>  on their credit side
    IF WS-GL-DR-Tally > ZERO
        MOVE WS-GL-Amt-Num TO WS-GL-Signed-Amt
    ELSE
        COMPUTE WS-GL-Signed-Amt = ZERO - WS-GL-Amt-Num
    END-IF.
    EVALUATE WS-GL-Acct-Num
*>      retro pay is wages too, charged to its own expense account
        WHEN "500000"
        WHEN "505000"
            ADD WS-GL-Signed-Amt TO WS-GL-Gross-Total
        WHEN "210000"
            SUBTRACT WS-GL-Signed-Amt FROM WS-GL-Tax-Total
        WHEN "220000"
            SUBTRACT WS-GL-Signed-Amt FROM WS-GL-Net-Total
        WHEN OTHER
*>          withheld deductions go to their own liability accounts,
*>          tagged DED- on the line
            MOVE ZERO TO WS-GL-CR-Tally
            INSPECT WS-GL-Front-Part TALLYING WS-GL-CR-Tally
                FOR ALL " DED-"
            IF WS-GL-CR-Tally > ZERO
                SUBTRACT WS-GL-Signed-Amt FROM WS-GL-Ded-Total
            END-IF
    END-EVALUATE.

            MOVE 'Y' TO WS-YTD-Out-EOF-Flag
    END-READ.

READ-PAY-TOTALS.
    OPEN INPUT PayTotalsFile.
    IF WS-PayTotals-Status = "00"
        READ PayTotalsFile
            AT END
                CONTINUE
            NOT AT END
                ADD 1 TO WS-RL-Read-Count
                MOVE 'Y' TO WS-PT-Found-Flag
                MOVE PT-Total-Net    TO WS-PT-Total-Net
                MOVE PT-Manual-Total TO WS-PT-Manual-Total
                MOVE PT-Void-Total   TO WS-PT-Void-Total
*>              a record from before checks were printed stops short
                IF PT-Check-Total NUMERIC
                    MOVE PT-Check-Total TO WS-PT-Check-Total
                END-IF
        END-READ
        CLOSE PayTotalsFile
    END-IF.

*> The run proves itself on three fronts: the bank trailer against
*> its own details, the GL extract against itself, and the YTD
*> delta against what the run said it paid.
    MOVE WS-GL-Net-Total TO WS-Cmp-B.
    PERFORM WRITE-ONE-COMPARISON.

    IF WS-PP-Found
        IF WS-PP-Ctl-Found-Flag = 'N'
            ADD 1 TO WS-Break-Count
            MOVE SPACES TO Balance-Record
            STRING "POSPAY HAS NO T CONTROL RECORD - BREAK"
                DELIMITED BY SIZE INTO Balance-Record
            END-STRING
            WRITE Balance-Record
        END-IF
        MOVE "CHECK ISSUE TOTAL VS POSPAY TRAILER" TO WS-Cmp-Label
        MOVE WS-PP-Issue-Total     TO WS-Cmp-A
        MOVE WS-PP-Ctl-Issue-Total TO WS-Cmp-B
        PERFORM WRITE-ONE-COMPARISON
        MOVE "CHECK ISSUE COUNT VS POSPAY TRAILER" TO WS-Cmp-Label
        MOVE WS-PP-Issue-Count     TO WS-Cmp-A
        MOVE WS-PP-Ctl-Issue-Count TO WS-Cmp-B
        PERFORM WRITE-ONE-COMPARISON
        MOVE "CHECK VOID TOTAL VS POSPAY TRAILER" TO WS-Cmp-Label
        MOVE WS-PP-Void-Total      TO WS-Cmp-A
        MOVE WS-PP-Ctl-Void-Total  TO WS-Cmp-B
        PERFORM WRITE-ONE-COMPARISON
    END-IF.

*>  Net pay leaves by the bank, by printed check or by manual check;
*>  a void takes it back. Manual checks go to the bank on POSPAY as
*>  issues too, so the POSPAY issue total already carries them.
    MOVE "YTD NET DELTA VS DD+CHECKS+MANUAL-VOID" TO WS-Cmp-Label.
    MOVE WS-Delta-Net   TO WS-Cmp-A.
    COMPUTE WS-Cmp-B = WS-DD-Ctl-Total + WS-PP-Issue-Total
                     - WS-PT-Void-Total.
    PERFORM WRITE-ONE-COMPARISON.

    IF WS-PT-Found
        MOVE "RUN NET PAY VS DD + CHECKS + MANUAL" TO WS-Cmp-Label
        MOVE WS-PT-Total-Net TO WS-Cmp-A
        COMPUTE WS-Cmp-B = WS-DD-Ctl-Total + WS-PP-Issue-Total
        PERFORM WRITE-ONE-COMPARISON
        MOVE "RUN CHECK+MANUAL TOTAL VS POSPAY ISSUES" TO WS-Cmp-Label
        COMPUTE WS-Cmp-A = WS-PT-Check-Total + WS-PT-Manual-Total
        MOVE WS-PP-Issue-Total TO WS-Cmp-B
        PERFORM WRITE-ONE-COMPARISON
    END-IF.

    MOVE "YTD DEDUCTION DELTA VS GL DED CREDITS" TO WS-Cmp-Label.
    MOVE WS-Delta-Ded    TO WS-Cmp-A.
    MOVE WS-GL-Ded-Total TO WS-Cmp-B.

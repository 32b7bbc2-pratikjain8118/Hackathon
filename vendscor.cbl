IDENTIFICATION DIVISION.
PROGRAM-ID. VendorScorecard.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  InventoryManagement's permanent purchase-order history - one ORD
*>  record per PO line raised, one RCV record per receipt against it.
    SELECT POHistoryFile ASSIGN TO "POHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POHist-Status.

    SELECT ScorecardReportFile ASSIGN TO "VENDSCOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Score-Status.

*>  Actual average and worst lead time per vendor over all history,
*>  rewritten every run for ReorderAdvice to plan with.
    SELECT VendorLeadFile ASSIGN TO "VENDLEAD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Lead-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.

*>  Optional control-card dataset (MONTH=yyyymm, ONTIME=nnn) so the
*>  scheduler can submit the run hands-off.
    SELECT OPTIONAL ControlCardFile ASSIGN TO "VSCCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Card-Status.

DATA DIVISION.
FILE SECTION.
FD  POHistoryFile.
01  POHist-Record.
    05 PH-Type              PIC X(3).
       88 PH-Ordered        VALUE "ORD".
       88 PH-Received       VALUE "RCV".
    05 PH-PO-Number         PIC 9(5).
    05 PH-Item-Code         PIC 9(5).
    05 PH-Location          PIC X(2).
    05 PH-Vendor            PIC X(5).
    05 PH-Order-Qty         PIC 9(5).
    05 PH-PO-Date           PIC 9(8).
    05 PH-Event-Date        PIC 9(8).
    05 PH-Event-Qty         PIC 9(5).
    05 PH-Recv-To-Date      PIC 9(5).
    05 PH-Line-Status       PIC X.
    05 PH-Unit-Cost         PIC 9(5)V99.

FD  ScorecardReportFile.
01  Score-Record            PIC X(132).

FD  VendorLeadFile.
01  VendorLead-Record.
    05 VL-Vendor            PIC X(5).
    05 VL-Avg-Lead-Days     PIC 9(3).
    05 VL-Worst-Lead-Days   PIC 9(3).
    05 VL-Receipts          PIC 9(7).

*> Shared run-control log every batch program in the shop appends a
*> START record and an END record to.
FD  RunLogFile.
01  RunLog-Record           PIC X(132).

FD  ControlCardFile.
01  ControlCard-Record      PIC X(80).

WORKING-STORAGE SECTION.
  01 WS-POHist-Status         PIC XX.
  01 WS-Score-Status          PIC XX.
  01 WS-Lead-Status           PIC XX.
  01 WS-POHist-EOF-Flag       PIC X VALUE 'N'.
     88 WS-POHist-EOF         VALUE 'Y'.

*> The scorecard month, and the lead time a receipt must beat to
*> count as on time (the planning figure ReorderAdvice used to use
*> for every vendor).
  01 WS-Score-Month           PIC 9(6) VALUE 0.
  01 WS-Score-Month-X REDEFINES WS-Score-Month.
     05 WS-Score-Year         PIC 9(4).
     05 WS-Score-Mon          PIC 9(2).
  01 WS-Month-From            PIC 9(8).
  01 WS-Month-To              PIC 9(8).
  01 WS-OnTime-Days           PIC 9(3) VALUE 14.

  01 WS-Today-YYYYMMDD        PIC 9(8).
  01 WS-Today-X REDEFINES WS-Today-YYYYMMDD.
     05 WS-Today-Year         PIC 9(4).
     05 WS-Today-Mon          PIC 9(2).
     05 WS-Today-Day          PIC 9(2).

*> Per-vendor figures. The month columns cover events dated in the
*> scorecard month; the all-time lead figures feed VENDLEAD.
  01 WS-Vnd-Table.
     05 WS-Vnd-Entry OCCURS 200 TIMES.
        10 WS-Vnd-Vendor      PIC X(5).
        10 WS-Vnd-Lines       PIC 9(5).
        10 WS-Vnd-Dollars     PIC 9(11)V99.
        10 WS-Vnd-Qty-Ordered PIC 9(9).
        10 WS-Vnd-Qty-Filled  PIC 9(9).
        10 WS-Vnd-Receipts    PIC 9(5).
        10 WS-Vnd-Partials    PIC 9(5).
        10 WS-Vnd-Lead-Total  PIC 9(9).
        10 WS-Vnd-Lead-Worst  PIC 9(5).
        10 WS-Vnd-Filled-Lines PIC 9(5).
        10 WS-Vnd-OnTime-Lines PIC 9(5).
        10 WS-Vnd-All-Receipts PIC 9(7).
        10 WS-Vnd-All-Lead    PIC 9(9).
        10 WS-Vnd-All-Worst   PIC 9(5).
  01 WS-Vnd-Count             PIC 9(3) COMP VALUE 0.
  01 WS-Vnd-Sub               PIC 9(3) COMP.
  01 WS-Vnd-Idx               PIC 9(3) COMP.
  01 WS-Vnd-Key               PIC X(5).

*> PO lines raised in the scorecard month, with the received-to-date
*> from the latest receipt seen, for the fill rate.
  01 WS-Line-Table.
     05 WS-Line-Entry OCCURS 1000 TIMES.
        10 WS-Ln-PO-Number    PIC 9(5).
        10 WS-Ln-Code         PIC 9(5).
        10 WS-Ln-Location     PIC X(2).
        10 WS-Ln-Vendor       PIC X(5).
        10 WS-Ln-Order-Qty    PIC 9(5).
        10 WS-Ln-Recv-Qty     PIC 9(5).
  01 WS-Line-Count            PIC 9(4) COMP VALUE 0.
  01 WS-Line-Sub              PIC 9(4) COMP.

  01 WS-Lead-Days             PIC S9(5).
  01 WS-Pct                   PIC 9(3)V9.
  01 WS-Fill-Pct-Edited       PIC ZZ9.9.
  01 WS-OnTime-Pct-Edited     PIC ZZ9.9.
  01 WS-Avg-Lead              PIC 9(3)V9.
  01 WS-Avg-Lead-Edited       PIC ZZ9.9.
  01 WS-Dollars-Edited        PIC Z(8)9.99.
  01 WS-Ext-Value             PIC 9(11)V99.
  01 WS-Tot-Lines             PIC 9(6) VALUE 0.
  01 WS-Tot-Dollars           PIC 9(11)V99 VALUE 0.
  01 WS-Tot-Dollars-Edited    PIC Z(10)9.99.

  01 WS-Card-Status           PIC XX.
  01 WS-Card-EOF-Flag         PIC X VALUE 'N'.
     88 WS-Card-EOF           VALUE 'Y'.
  01 WS-Card-Key              PIC X(10).
  01 WS-Card-Value            PIC X(20).
  01 WS-Card-Num-OK-Flag      PIC X.
  01 WS-Card-Blank-Seen-Flag  PIC X.
  01 WS-Card-Digits           PIC 9(2).
  01 WS-Card-Sub              PIC 9(2) COMP.

  01 WS-RunLog-Status         PIC XX.
  01 WS-RL-Program-Id         PIC X(8) VALUE "VENDSCOR".
  01 WS-RL-Time               PIC 9(8).
  01 WS-RL-Read-Count         PIC 9(6) VALUE 0.
  01 WS-RL-Written-Count      PIC 9(6) VALUE 0.
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
MAIN-LOGIC.
    PERFORM WRITE-RUNLOG-START.
    PERFORM CHECK-RUN-AUTHORITY.
    DISPLAY "Vendor Scorecard".
    PERFORM GET-RUN-OPTIONS.
    COMPUTE WS-Month-From = WS-Score-Month * 100 + 1.
    COMPUTE WS-Month-To   = WS-Score-Month * 100 + 31.

    PERFORM TALLY-PO-HISTORY.
    PERFORM ROLL-UP-FILL-RATES.
    PERFORM WRITE-SCORECARD-REPORT.
    PERFORM WRITE-VENDOR-LEAD-FILE.

    PERFORM WRITE-RUNLOG-END.
    DISPLAY "Vendor scorecard complete, " WS-Vnd-Count " vendors.".
    STOP RUN.

*> MONTH= and ONTIME= from the VSCCTL control card. With no MONTH=
*> the run scores last calendar month, which is what the first-of-
*> the-month schedule wants.
GET-RUN-OPTIONS.
    OPEN INPUT ControlCardFile.
    IF WS-Card-Status = "00"
        PERFORM READ-CONTROL-CARD
        PERFORM UNTIL WS-Card-EOF
            PERFORM TAKE-ONE-CONTROL-CARD
            PERFORM READ-CONTROL-CARD
        END-PERFORM
        CLOSE ControlCardFile
    END-IF.
    IF WS-Score-Month = ZERO
        ACCEPT WS-Today-YYYYMMDD FROM DATE YYYYMMDD
        IF WS-Today-Mon = 1
            COMPUTE WS-Score-Year = WS-Today-Year - 1
            MOVE 12 TO WS-Score-Mon
        ELSE
            MOVE WS-Today-Year TO WS-Score-Year
            COMPUTE WS-Score-Mon = WS-Today-Mon - 1
        END-IF
    END-IF.
    IF WS-Score-Mon < 1 OR WS-Score-Mon > 12
        DISPLAY "ERROR: BAD SCORECARD MONTH " WS-Score-Month
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-CONTROL-CARD.
    READ ControlCardFile
        AT END
            MOVE 'Y' TO WS-Card-EOF-Flag
    END-READ.

TAKE-ONE-CONTROL-CARD.
    MOVE SPACES TO WS-Card-Key.
    MOVE SPACES TO WS-Card-Value.
    UNSTRING ControlCard-Record DELIMITED BY "="
        INTO WS-Card-Key
             WS-Card-Value
    END-UNSTRING.
    EVALUATE WS-Card-Key
        WHEN "MONTH"
            PERFORM VALIDATE-CARD-NUMBER
            COMPUTE WS-Score-Month =
                FUNCTION NUMVAL(WS-Card-Value)
        WHEN "ONTIME"
            PERFORM VALIDATE-CARD-NUMBER
            COMPUTE WS-OnTime-Days =
                FUNCTION NUMVAL(WS-Card-Value)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Digits only, nothing after the first blank, and at least one
*> digit - anything else ends the run here with the offending card
*> on the console.
VALIDATE-CARD-NUMBER.
    MOVE 'Y' TO WS-Card-Num-OK-Flag.
    MOVE 'N' TO WS-Card-Blank-Seen-Flag.
    MOVE ZERO TO WS-Card-Digits.
    PERFORM VARYING WS-Card-Sub FROM 1 BY 1
            UNTIL WS-Card-Sub > 20
        EVALUATE TRUE
            WHEN WS-Card-Value(WS-Card-Sub:1) >= '0'
                    AND WS-Card-Value(WS-Card-Sub:1) <= '9'
                IF WS-Card-Blank-Seen-Flag = 'Y'
                    MOVE 'N' TO WS-Card-Num-OK-Flag
                END-IF
                ADD 1 TO WS-Card-Digits
            WHEN WS-Card-Value(WS-Card-Sub:1) = SPACE
                MOVE 'Y' TO WS-Card-Blank-Seen-Flag
            WHEN OTHER
                MOVE 'N' TO WS-Card-Num-OK-Flag
        END-EVALUATE
    END-PERFORM.
    IF WS-Card-Digits = ZERO OR WS-Card-Digits > 6
        MOVE 'N' TO WS-Card-Num-OK-Flag
    END-IF.
    IF WS-Card-Num-OK-Flag = 'N'
        DISPLAY "ERROR: BAD CONTROL CARD VALUE: " ControlCard-Record
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The submitting user must hold RUN authority for the scorecard or
*> no VENDLEAD or report is written, with STATUS=DENY on RUNLOG.
CHECK-RUN-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "RUN" TO WS-Auth-Function.
    MOVE ZERO TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        DISPLAY "ERROR: USER " WS-Auth-User
            " MAY NOT RUN THE VENDOR SCORECARD - " WS-Auth-Reason
        MOVE "DENY" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-RUNLOG-START.
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
        CLOSE RunLogFile
        OPEN OUTPUT RunLogFile
    END-IF.
    ACCEPT WS-Today-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT WS-RL-Time FROM TIME.
    MOVE SPACES TO RunLog-Record.
    STRING "START  PGM=" WS-RL-Program-Id
           " DATE=" WS-Today-YYYYMMDD
           " TIME=" WS-RL-Time
        DELIMITED BY SIZE INTO RunLog-Record
    END-STRING.
    WRITE RunLog-Record.
    CLOSE RunLogFile.

WRITE-RUNLOG-END.
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
        CLOSE RunLogFile
        OPEN OUTPUT RunLogFile
    END-IF.
    ACCEPT WS-Today-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT WS-RL-Time FROM TIME.
    MOVE SPACES TO RunLog-Record.
    STRING "END    PGM=" WS-RL-Program-Id
           " DATE=" WS-Today-YYYYMMDD
           " TIME=" WS-RL-Time
           " READ=" WS-RL-Read-Count
           " WRITTEN=" WS-RL-Written-Count
           " REJECTED=" WS-RL-Rejected-Count
           " STATUS=" WS-RL-Run-Status
        DELIMITED BY SIZE INTO RunLog-Record
    END-STRING.
    WRITE RunLog-Record.
    CLOSE RunLogFile.

*> One pass of POHIST. The file is appended in event order, so a
*> line's ORD record is always ahead of its receipts and the line
*> table is in place by the time a receipt needs it.
TALLY-PO-HISTORY.
    OPEN INPUT POHistoryFile.
    IF WS-POHist-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN POHIST, STATUS=" WS-POHist-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    PERFORM READ-PO-HISTORY-RECORD.
    PERFORM UNTIL WS-POHist-EOF
        ADD 1 TO WS-RL-Read-Count
        EVALUATE TRUE
            WHEN PH-Ordered
                PERFORM TALLY-ONE-ORDER
            WHEN PH-Received
                PERFORM TALLY-ONE-RECEIPT
            WHEN OTHER
                ADD 1 TO WS-RL-Rejected-Count
        END-EVALUATE
        PERFORM READ-PO-HISTORY-RECORD
    END-PERFORM.
    CLOSE POHistoryFile.

READ-PO-HISTORY-RECORD.
    READ POHistoryFile
        AT END
            MOVE 'Y' TO WS-POHist-EOF-Flag
    END-READ.

*> Finds or adds the vendor's entry; WS-Vnd-Idx is zero when the
*> table is full.
FIND-VENDOR-ENTRY.
    MOVE ZERO TO WS-Vnd-Idx.
    PERFORM VARYING WS-Vnd-Sub FROM 1 BY 1
            UNTIL WS-Vnd-Sub > WS-Vnd-Count
        IF WS-Vnd-Vendor(WS-Vnd-Sub) = WS-Vnd-Key
            MOVE WS-Vnd-Sub TO WS-Vnd-Idx
            MOVE WS-Vnd-Count TO WS-Vnd-Sub
        END-IF
    END-PERFORM.
    IF WS-Vnd-Idx = ZERO
        IF WS-Vnd-Count >= 200
            DISPLAY "WARNING: Vendor table is full, vendor "
                WS-Vnd-Key " is not scored."
            MOVE "FAIL" TO WS-RL-Run-Status
        ELSE
            ADD 1 TO WS-Vnd-Count
            MOVE WS-Vnd-Count TO WS-Vnd-Idx
            INITIALIZE WS-Vnd-Entry(WS-Vnd-Idx)
            MOVE WS-Vnd-Key TO WS-Vnd-Vendor(WS-Vnd-Idx)
        END-IF
    END-IF.

TALLY-ONE-ORDER.
    IF PH-Event-Date < WS-Month-From OR PH-Event-Date > WS-Month-To
        EXIT PARAGRAPH
    END-IF.
    MOVE PH-Vendor TO WS-Vnd-Key.
    PERFORM FIND-VENDOR-ENTRY.
    IF WS-Vnd-Idx = ZERO
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Vnd-Lines(WS-Vnd-Idx).
    COMPUTE WS-Ext-Value = PH-Order-Qty * PH-Unit-Cost.
    ADD WS-Ext-Value TO WS-Vnd-Dollars(WS-Vnd-Idx).
    IF WS-Line-Count >= 1000
        DISPLAY "WARNING: PO line table is full, fill rate for PO "
            PH-PO-Number " is not counted."
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        ADD 1 TO WS-Line-Count
        MOVE PH-PO-Number TO WS-Ln-PO-Number(WS-Line-Count)
        MOVE PH-Item-Code TO WS-Ln-Code(WS-Line-Count)
        MOVE PH-Location  TO WS-Ln-Location(WS-Line-Count)
        MOVE PH-Vendor    TO WS-Ln-Vendor(WS-Line-Count)
        MOVE PH-Order-Qty TO WS-Ln-Order-Qty(WS-Line-Count)
        MOVE ZERO         TO WS-Ln-Recv-Qty(WS-Line-Count)
    END-IF.

*> Lead time is receipt date less PO date in calendar days. Every
*> receipt feeds the all-time figures; receipts in the month feed
*> the month's. A line is on time when the receipt that fills it
*> lands within the on-time allowance.
TALLY-ONE-RECEIPT.
    PERFORM VARYING WS-Line-Sub FROM 1 BY 1
            UNTIL WS-Line-Sub > WS-Line-Count
        IF WS-Ln-PO-Number(WS-Line-Sub) = PH-PO-Number
                AND WS-Ln-Code(WS-Line-Sub) = PH-Item-Code
                AND WS-Ln-Location(WS-Line-Sub) = PH-Location
            MOVE PH-Recv-To-Date TO WS-Ln-Recv-Qty(WS-Line-Sub)
            MOVE WS-Line-Count TO WS-Line-Sub
        END-IF
    END-PERFORM.
    IF PH-PO-Date NOT NUMERIC OR PH-PO-Date = ZERO
            OR PH-Event-Date NOT NUMERIC OR PH-Event-Date = ZERO
        ADD 1 TO WS-RL-Rejected-Count
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Lead-Days =
        FUNCTION INTEGER-OF-DATE(PH-Event-Date)
        - FUNCTION INTEGER-OF-DATE(PH-PO-Date).
    IF WS-Lead-Days < ZERO
        MOVE ZERO TO WS-Lead-Days
    END-IF.
    MOVE PH-Vendor TO WS-Vnd-Key.
    PERFORM FIND-VENDOR-ENTRY.
    IF WS-Vnd-Idx = ZERO
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Vnd-All-Receipts(WS-Vnd-Idx).
    ADD WS-Lead-Days TO WS-Vnd-All-Lead(WS-Vnd-Idx).
    IF WS-Lead-Days > WS-Vnd-All-Worst(WS-Vnd-Idx)
        MOVE WS-Lead-Days TO WS-Vnd-All-Worst(WS-Vnd-Idx)
    END-IF.
    IF PH-Event-Date < WS-Month-From OR PH-Event-Date > WS-Month-To
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Vnd-Receipts(WS-Vnd-Idx).
    ADD WS-Lead-Days TO WS-Vnd-Lead-Total(WS-Vnd-Idx).
    IF WS-Lead-Days > WS-Vnd-Lead-Worst(WS-Vnd-Idx)
        MOVE WS-Lead-Days TO WS-Vnd-Lead-Worst(WS-Vnd-Idx)
    END-IF.
    IF PH-Line-Status = 'P'
        ADD 1 TO WS-Vnd-Partials(WS-Vnd-Idx)
    END-IF.
    IF PH-Line-Status = 'F'
        ADD 1 TO WS-Vnd-Filled-Lines(WS-Vnd-Idx)
        IF WS-Lead-Days <= WS-OnTime-Days
            ADD 1 TO WS-Vnd-OnTime-Lines(WS-Vnd-Idx)
        END-IF
    END-IF.

*> Fill rate: of what was ordered in the month, how much has come in
*> so far (a receipt over the ordered quantity counts only up to it).
ROLL-UP-FILL-RATES.
    PERFORM VARYING WS-Line-Sub FROM 1 BY 1
            UNTIL WS-Line-Sub > WS-Line-Count
        MOVE WS-Ln-Vendor(WS-Line-Sub) TO WS-Vnd-Key
        PERFORM FIND-VENDOR-ENTRY
        IF WS-Vnd-Idx NOT = ZERO
            ADD WS-Ln-Order-Qty(WS-Line-Sub)
                TO WS-Vnd-Qty-Ordered(WS-Vnd-Idx)
            IF WS-Ln-Recv-Qty(WS-Line-Sub)
                    > WS-Ln-Order-Qty(WS-Line-Sub)
                ADD WS-Ln-Order-Qty(WS-Line-Sub)
                    TO WS-Vnd-Qty-Filled(WS-Vnd-Idx)
            ELSE
                ADD WS-Ln-Recv-Qty(WS-Line-Sub)
                    TO WS-Vnd-Qty-Filled(WS-Vnd-Idx)
            END-IF
        END-IF
    END-PERFORM.

WRITE-SCORECARD-REPORT.
    OPEN OUTPUT ScorecardReportFile.
    IF WS-Score-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN VENDSCOR, STATUS=" WS-Score-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    ACCEPT WS-Today-YYYYMMDD FROM DATE YYYYMMDD.
    MOVE SPACES TO Score-Record.
    STRING "VENDOR SCORECARD MONTH=" WS-Score-Month
           " DATE=" WS-Today-YYYYMMDD
           " ONTIME-DAYS=" WS-OnTime-Days
        DELIMITED BY SIZE INTO Score-Record
    END-STRING.
    WRITE Score-Record.
    PERFORM VARYING WS-Vnd-Sub FROM 1 BY 1
            UNTIL WS-Vnd-Sub > WS-Vnd-Count
        IF WS-Vnd-Lines(WS-Vnd-Sub) NOT = ZERO
                OR WS-Vnd-Receipts(WS-Vnd-Sub) NOT = ZERO
            PERFORM WRITE-ONE-SCORECARD-LINE
        END-IF
    END-PERFORM.
    MOVE WS-Tot-Dollars TO WS-Tot-Dollars-Edited.
    MOVE SPACES TO Score-Record.
    STRING "TOTAL VENDORS=" WS-RL-Written-Count
           " LINES=" WS-Tot-Lines
           " ORDERED=" WS-Tot-Dollars-Edited
        DELIMITED BY SIZE INTO Score-Record
    END-STRING.
    WRITE Score-Record.
    CLOSE ScorecardReportFile.

*> Percentages with nothing to measure print as zero.
WRITE-ONE-SCORECARD-LINE.
    MOVE WS-Vnd-Dollars(WS-Vnd-Sub) TO WS-Dollars-Edited.
    IF WS-Vnd-Qty-Ordered(WS-Vnd-Sub) = ZERO
        MOVE ZERO TO WS-Pct
    ELSE
        COMPUTE WS-Pct ROUNDED = WS-Vnd-Qty-Filled(WS-Vnd-Sub) * 100
            / WS-Vnd-Qty-Ordered(WS-Vnd-Sub)
    END-IF.
    MOVE WS-Pct TO WS-Fill-Pct-Edited.
    IF WS-Vnd-Receipts(WS-Vnd-Sub) = ZERO
        MOVE ZERO TO WS-Avg-Lead
    ELSE
        COMPUTE WS-Avg-Lead ROUNDED = WS-Vnd-Lead-Total(WS-Vnd-Sub)
            / WS-Vnd-Receipts(WS-Vnd-Sub)
    END-IF.
    MOVE WS-Avg-Lead TO WS-Avg-Lead-Edited.
    IF WS-Vnd-Filled-Lines(WS-Vnd-Sub) = ZERO
        MOVE ZERO TO WS-Pct
    ELSE
        COMPUTE WS-Pct ROUNDED = WS-Vnd-OnTime-Lines(WS-Vnd-Sub) * 100
            / WS-Vnd-Filled-Lines(WS-Vnd-Sub)
    END-IF.
    MOVE WS-Pct TO WS-OnTime-Pct-Edited.
    MOVE SPACES TO Score-Record.
    STRING "VEND="      WS-Vnd-Vendor(WS-Vnd-Sub)
           " LINES="    WS-Vnd-Lines(WS-Vnd-Sub)
           " ORDERED="  WS-Dollars-Edited
           " FILL%="    WS-Fill-Pct-Edited
           " RCPTS="    WS-Vnd-Receipts(WS-Vnd-Sub)
           " PARTIAL="  WS-Vnd-Partials(WS-Vnd-Sub)
           " AVG-LEAD=" WS-Avg-Lead-Edited
           " WORST="    WS-Vnd-Lead-Worst(WS-Vnd-Sub)
           " ONTIME%="  WS-OnTime-Pct-Edited
        DELIMITED BY SIZE INTO Score-Record
    END-STRING.
    WRITE Score-Record.
    ADD 1 TO WS-RL-Written-Count.
    ADD WS-Vnd-Lines(WS-Vnd-Sub) TO WS-Tot-Lines.
    ADD WS-Vnd-Dollars(WS-Vnd-Sub) TO WS-Tot-Dollars.

*> Average lead is rounded up to whole days - planning to a lead
*> time the vendor usually misses by a few hours is planning short.
WRITE-VENDOR-LEAD-FILE.
    OPEN OUTPUT VendorLeadFile.
    IF WS-Lead-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN VENDLEAD, STATUS=" WS-Lead-Status
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        PERFORM VARYING WS-Vnd-Sub FROM 1 BY 1
                UNTIL WS-Vnd-Sub > WS-Vnd-Count
            IF WS-Vnd-All-Receipts(WS-Vnd-Sub) NOT = ZERO
                MOVE WS-Vnd-Vendor(WS-Vnd-Sub) TO VL-Vendor
                COMPUTE VL-Avg-Lead-Days =
                    (WS-Vnd-All-Lead(WS-Vnd-Sub)
                     + WS-Vnd-All-Receipts(WS-Vnd-Sub) - 1)
                    / WS-Vnd-All-Receipts(WS-Vnd-Sub)
                    ON SIZE ERROR MOVE 999 TO VL-Avg-Lead-Days
                END-COMPUTE
                IF WS-Vnd-All-Worst(WS-Vnd-Sub) > 999
                    MOVE 999 TO VL-Worst-Lead-Days
                ELSE
                    MOVE WS-Vnd-All-Worst(WS-Vnd-Sub)
                        TO VL-Worst-Lead-Days
                END-IF
                MOVE WS-Vnd-All-Receipts(WS-Vnd-Sub) TO VL-Receipts
                WRITE VendorLead-Record
            END-IF
        END-PERFORM
        CLOSE VendorLeadFile
    END-IF.

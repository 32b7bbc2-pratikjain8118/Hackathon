IDENTIFICATION DIVISION.
PROGRAM-ID. VendorInvoiceMatch.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  Vendor invoice lines keyed by accounts payable, one per item
*>  billed.
    SELECT VendorInvoiceFile ASSIGN TO "VENDINV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Invoice-Status.

*>  InventoryManagement's open purchase-order lines, with what has
*>  been received against each.
    SELECT OpenPOFile ASSIGN TO "OPENPO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OpenPO-Status.

*>  Purchase-order history, for lines that have filled and dropped
*>  off OPENPO before the vendor's invoice arrived.
    SELECT OPTIONAL POHistoryFile ASSIGN TO "POHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POHist-Status.

    SELECT ItemMasterFile ASSIGN TO "ITEMMASTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ItemMast-Status.

*>  Quantity already vouchered per PO line, carried from run to run so
*>  a second invoice for the same receipt is not paid twice.
    SELECT BilledFile ASSIGN TO "APBILLED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Billed-Status.

    SELECT VoucherFile ASSIGN TO "APVOUCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Voucher-Status.

    SELECT HoldReportFile ASSIGN TO "INVHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Hold-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.

*>  Optional control-card dataset (QTYTOL=nnnnn, PRICEPCT=nn) so the
*>  match tolerances can change without a program change.
    SELECT OPTIONAL ControlCardFile ASSIGN TO "INVMCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Card-Status.

DATA DIVISION.
FILE SECTION.
FD  VendorInvoiceFile.
01  Invoice-Record.
    05 INV-Vendor           PIC X(5).
    05 INV-Invoice-Number   PIC X(10).
    05 INV-PO-Number        PIC 9(5).
    05 INV-Item-Code        PIC 9(5).
    05 INV-Qty-Billed       PIC 9(5).
    05 INV-Unit-Price       PIC 9(5)V99.

*> Same layout InventoryManagement writes; the control record (item
*> code zero) only carries the PO number sequence and is skipped.
FD  OpenPOFile.
01  OpenPO-Record.
    05 OPO-PO-Number        PIC 9(5).
    05 OPO-Item-Code        PIC 9(5).
    05 OPO-Location         PIC X(2).
    05 OPO-Vendor           PIC X(5).
    05 OPO-Order-Qty        PIC 9(5).
    05 OPO-Recv-Qty         PIC 9(5).
    05 OPO-Status           PIC X.
    05 OPO-Date             PIC 9(8).

FD  POHistoryFile.
01  POHist-Record.
    05 PH-Type              PIC X(3).
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

*> InventoryManagement's nightly sequential unload of the item
*> master, read here for the agreed unit cost.
FD  ItemMasterFile.
01  ItemMaster-Record.
    05 IM-Code              PIC 9(5).
    05 FILLER               PIC X(1).
    05 IM-Name              PIC X(30).
    05 FILLER               PIC X(1).
    05 IM-Quantity          PIC 9(5).
    05 FILLER               PIC X(1).
    05 IM-Reorder-Level     PIC 9(5).
    05 FILLER               PIC X(1).
    05 IM-Vendor            PIC X(5).
    05 FILLER               PIC X(1).
    05 IM-Reorder-Qty       PIC 9(5).
    05 FILLER               PIC X(1).
    05 IM-Unit-Cost         PIC 9(5)V99.
    05 FILLER               PIC X(1).
    05 IM-Location          PIC X(2).

FD  BilledFile.
01  Billed-Record.
    05 BL-PO-Number         PIC 9(5).
    05 BL-Item-Code         PIC 9(5).
    05 BL-Billed-Qty        PIC 9(7).

FD  VoucherFile.
01  Voucher-Record          PIC X(132).

FD  HoldReportFile.
01  Hold-Record             PIC X(132).

*> Shared run-control log every batch program in the shop appends a
*> START record and an END record to.
FD  RunLogFile.
01  RunLog-Record           PIC X(132).

FD  ControlCardFile.
01  ControlCard-Record      PIC X(80).

WORKING-STORAGE SECTION.
  01 WS-Invoice-Status        PIC XX.
  01 WS-OpenPO-Status         PIC XX.
  01 WS-POHist-Status         PIC XX.
  01 WS-POHist-EOF-Flag       PIC X VALUE 'N'.
     88 WS-POHist-EOF         VALUE 'Y'.
  01 WS-ItemMast-Status       PIC XX.
  01 WS-Billed-Status         PIC XX.
  01 WS-Voucher-Status        PIC XX.
  01 WS-Hold-Status           PIC XX.
  01 WS-Invoice-EOF-Flag      PIC X VALUE 'N'.
     88 WS-Invoice-EOF        VALUE 'Y'.
  01 WS-OPO-EOF-Flag          PIC X VALUE 'N'.
     88 WS-OPO-EOF            VALUE 'Y'.
  01 WS-ItemMast-EOF-Flag     PIC X VALUE 'N'.
     88 WS-ItemMast-EOF       VALUE 'Y'.
  01 WS-Billed-EOF-Flag       PIC X VALUE 'N'.
     88 WS-Billed-EOF         VALUE 'Y'.

*> Match tolerances: billed quantity may run this many units over
*> what is received and not yet billed, and the billed price this
*> percentage either side of the master unit cost.
  01 WS-Qty-Tolerance         PIC 9(5) VALUE 0.
  01 WS-Price-Tol-Pct         PIC 9(3) VALUE 2.

  01 WS-Today-YYYYMMDD        PIC 9(8).

*> Open PO lines held for the run, followed by the filled lines from
*> POHIST that still have received quantity not yet billed.
  01 WS-OPO-Table.
     05 WS-OPO-Entry OCCURS 1500 TIMES.
        10 WS-OPO-T-PO-Number PIC 9(5).
        10 WS-OPO-T-Code      PIC 9(5).
        10 WS-OPO-T-Location  PIC X(2).
        10 WS-OPO-T-Vendor    PIC X(5).
        10 WS-OPO-T-Order-Qty PIC 9(5).
        10 WS-OPO-T-Recv-Qty  PIC 9(5).
  01 WS-OPO-Count             PIC 9(4) COMP VALUE 0.
*> The table's size, for the loads to test against - change both.
  01 WS-OPO-Max               PIC 9(4) COMP VALUE 1500.
  01 WS-OPO-Sub               PIC 9(4) COMP.

*> Unit cost per item and location from the master unload.
  01 WS-Cost-Table.
     05 WS-Cost-Entry OCCURS 1000 TIMES.
        10 WS-Cost-Code       PIC 9(5).
        10 WS-Cost-Location   PIC X(2).
        10 WS-Cost-Unit       PIC 9(5)V99.
  01 WS-Cost-Count            PIC 9(4) COMP VALUE 0.
  01 WS-Cost-Sub              PIC 9(4) COMP.

*> Billed-to-date per PO line, loaded from APBILLED and written back
*> with tonight's approved quantities added.
  01 WS-Billed-Table.
     05 WS-Billed-Entry OCCURS 1000 TIMES.
        10 WS-BT-PO-Number    PIC 9(5).
        10 WS-BT-Code         PIC 9(5).
        10 WS-BT-Qty          PIC 9(7).
  01 WS-Billed-Count          PIC 9(4) COMP VALUE 0.
  01 WS-Billed-Sub            PIC 9(4) COMP.
  01 WS-Billed-Found-Idx      PIC 9(4) COMP.
  01 WS-Billed-Overflow-Flag  PIC X VALUE 'N'.
     88 WS-Billed-Overflow    VALUE 'Y'.

*> The PO line (summed over locations) the current invoice line is
*> being matched to.
  01 WS-Match-PO-Number       PIC 9(5).
  01 WS-Match-Item-Code       PIC 9(5).
  01 WS-Match-Found-Flag      PIC X.
     88 WS-Match-Found        VALUE 'Y'.
  01 WS-Match-Vendor          PIC X(5).
  01 WS-Match-Location        PIC X(2).
  01 WS-Match-Order-Qty       PIC 9(7).
  01 WS-Match-Recv-Qty        PIC 9(7).
  01 WS-Match-Billed-Qty      PIC 9(7).
  01 WS-Match-Open-Qty        PIC S9(7).
  01 WS-Match-Unit-Cost       PIC 9(5)V99.
  01 WS-Match-Cost-Found-Flag PIC X.
  01 WS-Line-Held-Flag        PIC X.
     88 WS-Line-Held          VALUE 'Y'.
  01 WS-Hold-Reason           PIC X(18).
  01 WS-Price-Diff            PIC S9(5)V99.
  01 WS-Price-Diff-Abs        PIC 9(5)V99.
  01 WS-Price-Tol-Amt         PIC 9(5)V99.
  01 WS-Variance-Amt          PIC S9(9)V99.
  01 WS-Variance-Edited       PIC -(7)9.99.
  01 WS-Line-Amt              PIC 9(9)V99.
  01 WS-Line-Amt-Edited       PIC Z(8)9.99.
  01 WS-Cost-Edited           PIC Z(4)9.99.
  01 WS-Price-Edited          PIC Z(4)9.99.
  01 WS-Open-Qty-Edited       PIC -(5)9.

  01 WS-Approved-Count        PIC 9(6) VALUE 0.
  01 WS-Held-Count            PIC 9(6) VALUE 0.
  01 WS-Approved-Total        PIC 9(11)V99 VALUE 0.
  01 WS-Held-Total            PIC 9(11)V99 VALUE 0.
  01 WS-Total-Edited          PIC Z(10)9.99.

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
  01 WS-RL-Program-Id         PIC X(8) VALUE "INVMATCH".
  01 WS-RL-Time               PIC 9(8).
  01 WS-RL-Read-Count         PIC 9(6) VALUE 0.
  01 WS-RL-Written-Count      PIC 9(6) VALUE 0.
  01 WS-RL-Rejected-Count     PIC 9(6) VALUE 0.
  01 WS-RL-Run-Status         PIC X(4) VALUE "OK".

*> Request to the operator authority check, in oprauth's own layout.
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
    DISPLAY "Vendor Invoice Match".
    PERFORM CHECK-RUN-AUTHORITY.
    PERFORM GET-RUN-OPTIONS.
    ACCEPT WS-Today-YYYYMMDD FROM DATE YYYYMMDD.

    PERFORM LOAD-OPEN-PO-LINES.
    PERFORM LOAD-ITEM-COSTS.
    PERFORM LOAD-BILLED-TO-DATE.
    PERFORM LOAD-FILLED-PO-LINES.
    PERFORM MATCH-INVOICES.
    PERFORM SAVE-BILLED-TO-DATE.

    MOVE WS-Approved-Count TO WS-RL-Written-Count.
    MOVE WS-Held-Count     TO WS-RL-Rejected-Count.
    PERFORM WRITE-RUNLOG-END.
    DISPLAY "Invoice match complete, " WS-Approved-Count
        " approved, " WS-Held-Count " held.".
    STOP RUN.

*> QTYTOL= and PRICEPCT= from the INVMCTL control card when one is
*> present; the standing tolerances apply when it is not.
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
    DISPLAY "INFO: Quantity tolerance " WS-Qty-Tolerance
        ", price tolerance " WS-Price-Tol-Pct " percent.".

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
        WHEN "QTYTOL"
            PERFORM VALIDATE-CARD-NUMBER
            COMPUTE WS-Qty-Tolerance =
                FUNCTION NUMVAL(WS-Card-Value)
        WHEN "PRICEPCT"
            PERFORM VALIDATE-CARD-NUMBER
            COMPUTE WS-Price-Tol-Pct =
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
    IF WS-Card-Digits = ZERO OR WS-Card-Digits > 5
        MOVE 'N' TO WS-Card-Num-OK-Flag
    END-IF.
    IF WS-Card-Num-OK-Flag = 'N'
        DISPLAY "ERROR: BAD CONTROL CARD VALUE: " ControlCard-Record
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The submitting user must hold RUN authority for the match or no
*> invoice is looked at, with STATUS=DENY on RUNLOG.
CHECK-RUN-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "RUN" TO WS-Auth-Function.
    MOVE ZERO TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        DISPLAY "ERROR: USER " WS-Auth-User
            " MAY NOT RUN THE INVOICE MATCH - " WS-Auth-Reason
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

*> Without OPENPO there is nothing to match against, so the run
*> stops before any invoice is approved.
LOAD-OPEN-PO-LINES.
    OPEN INPUT OpenPOFile.
    IF WS-OpenPO-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN OPENPO, STATUS=" WS-OpenPO-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    PERFORM READ-OPEN-PO-RECORD.
    PERFORM UNTIL WS-OPO-EOF
        IF OPO-Item-Code NOT = ZERO
            IF WS-OPO-Count >= WS-OPO-Max
                DISPLAY "ERROR: Open-PO table is full, cannot match "
                    "invoices safely."
                MOVE "FAIL" TO WS-RL-Run-Status
                CLOSE OpenPOFile
                PERFORM WRITE-RUNLOG-END
                STOP RUN
            END-IF
            ADD 1 TO WS-OPO-Count
            MOVE OPO-PO-Number TO WS-OPO-T-PO-Number(WS-OPO-Count)
            MOVE OPO-Item-Code TO WS-OPO-T-Code(WS-OPO-Count)
            MOVE OPO-Location  TO WS-OPO-T-Location(WS-OPO-Count)
            MOVE OPO-Vendor    TO WS-OPO-T-Vendor(WS-OPO-Count)
            MOVE OPO-Order-Qty TO WS-OPO-T-Order-Qty(WS-OPO-Count)
            MOVE OPO-Recv-Qty  TO WS-OPO-T-Recv-Qty(WS-OPO-Count)
        END-IF
        PERFORM READ-OPEN-PO-RECORD
    END-PERFORM.
    CLOSE OpenPOFile.

READ-OPEN-PO-RECORD.
    READ OpenPOFile
        AT END
            MOVE 'Y' TO WS-OPO-EOF-Flag
    END-READ.

*> The receipt that filled a line carries its final ordered and
*> received quantities. Only lines with received quantity not yet
*> billed are kept; a line the table has no room for simply holds
*> as not found.
LOAD-FILLED-PO-LINES.
    OPEN INPUT POHistoryFile.
    IF WS-POHist-Status = "00"
        PERFORM READ-PO-HISTORY-RECORD
        PERFORM UNTIL WS-POHist-EOF
            IF PH-Received AND PH-Line-Status = 'F'
                PERFORM TAKE-ONE-FILLED-LINE
            END-IF
            PERFORM READ-PO-HISTORY-RECORD
        END-PERFORM
        CLOSE POHistoryFile
    END-IF.

READ-PO-HISTORY-RECORD.
    READ POHistoryFile
        AT END
            MOVE 'Y' TO WS-POHist-EOF-Flag
    END-READ.

TAKE-ONE-FILLED-LINE.
    MOVE PH-PO-Number TO WS-Match-PO-Number.
    MOVE PH-Item-Code TO WS-Match-Item-Code.
    PERFORM FIND-BILLED-TO-DATE.
    IF WS-Match-Billed-Qty >= PH-Recv-To-Date
        EXIT PARAGRAPH
    END-IF.
    IF WS-OPO-Count >= WS-OPO-Max
        DISPLAY "WARNING: PO line table is full, filled PO "
            PH-PO-Number " item " PH-Item-Code " cannot be matched."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-OPO-Count.
    MOVE PH-PO-Number    TO WS-OPO-T-PO-Number(WS-OPO-Count).
    MOVE PH-Item-Code    TO WS-OPO-T-Code(WS-OPO-Count).
    MOVE PH-Location     TO WS-OPO-T-Location(WS-OPO-Count).
    MOVE PH-Vendor       TO WS-OPO-T-Vendor(WS-OPO-Count).
    MOVE PH-Order-Qty    TO WS-OPO-T-Order-Qty(WS-OPO-Count).
    MOVE PH-Recv-To-Date TO WS-OPO-T-Recv-Qty(WS-OPO-Count).

LOAD-ITEM-COSTS.
    OPEN INPUT ItemMasterFile.
    IF WS-ItemMast-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN ITEMMASTOUT, STATUS="
            WS-ItemMast-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    PERFORM READ-ITEM-MASTER-RECORD.
    PERFORM UNTIL WS-ItemMast-EOF
        IF WS-Cost-Count >= 1000
            DISPLAY "WARNING: Item cost table is full, remaining "
                "items will hold as not on master."
            MOVE 'Y' TO WS-ItemMast-EOF-Flag
        ELSE
            ADD 1 TO WS-Cost-Count
            MOVE IM-Code      TO WS-Cost-Code(WS-Cost-Count)
            MOVE IM-Location  TO WS-Cost-Location(WS-Cost-Count)
            MOVE IM-Unit-Cost TO WS-Cost-Unit(WS-Cost-Count)
            PERFORM READ-ITEM-MASTER-RECORD
        END-IF
    END-PERFORM.
    CLOSE ItemMasterFile.

READ-ITEM-MASTER-RECORD.
    READ ItemMasterFile
        AT END
            MOVE 'Y' TO WS-ItemMast-EOF-Flag
    END-READ.

*> First run: no APBILLED yet, nothing has been billed.
LOAD-BILLED-TO-DATE.
    OPEN INPUT BilledFile.
    IF WS-Billed-Status NOT = "00"
        DISPLAY "INFO: No billed-to-date file found, starting fresh."
    ELSE
        PERFORM READ-BILLED-RECORD
        PERFORM UNTIL WS-Billed-EOF
            IF WS-Billed-Count >= 1000
                DISPLAY "WARNING: Billed-to-date table is full, "
                    "cannot load remaining records."
                MOVE 'Y' TO WS-Billed-Overflow-Flag
                MOVE 'Y' TO WS-Billed-EOF-Flag
            ELSE
                ADD 1 TO WS-Billed-Count
                MOVE BL-PO-Number  TO WS-BT-PO-Number(WS-Billed-Count)
                MOVE BL-Item-Code  TO WS-BT-Code(WS-Billed-Count)
                MOVE BL-Billed-Qty TO WS-BT-Qty(WS-Billed-Count)
                PERFORM READ-BILLED-RECORD
            END-IF
        END-PERFORM
        CLOSE BilledFile
    END-IF.

READ-BILLED-RECORD.
    READ BilledFile
        AT END
            MOVE 'Y' TO WS-Billed-EOF-Flag
    END-READ.

*> One pass of the invoice file. Every line either goes onto the
*> voucher extract or onto the hold report - never both, never
*> neither - and each report closes with its count and value.
MATCH-INVOICES.
    OPEN INPUT VendorInvoiceFile.
    IF WS-Invoice-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN VENDINV, STATUS="
            WS-Invoice-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    OPEN OUTPUT VoucherFile.
    IF WS-Voucher-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN APVOUCH, STATUS="
            WS-Voucher-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        CLOSE VendorInvoiceFile
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    OPEN OUTPUT HoldReportFile.
    IF WS-Hold-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN INVHOLD, STATUS=" WS-Hold-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        CLOSE VendorInvoiceFile
        CLOSE VoucherFile
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.

    MOVE SPACES TO Voucher-Record.
    STRING "AP VOUCHER EXTRACT DATE=" WS-Today-YYYYMMDD
           " RUN=" WS-RL-Program-Id
        DELIMITED BY SIZE INTO Voucher-Record
    END-STRING.
    WRITE Voucher-Record.
    MOVE SPACES TO Hold-Record.
    STRING "INVOICE HOLD REPORT DATE=" WS-Today-YYYYMMDD
           " QTY-TOL=" WS-Qty-Tolerance
           " PRICE-TOL-PCT=" WS-Price-Tol-Pct
        DELIMITED BY SIZE INTO Hold-Record
    END-STRING.
    WRITE Hold-Record.

    PERFORM READ-INVOICE-RECORD.
    PERFORM UNTIL WS-Invoice-EOF
        ADD 1 TO WS-RL-Read-Count
        PERFORM MATCH-ONE-INVOICE-LINE
        PERFORM READ-INVOICE-RECORD
    END-PERFORM.
    CLOSE VendorInvoiceFile.

    MOVE WS-Approved-Total TO WS-Total-Edited.
    MOVE SPACES TO Voucher-Record.
    STRING "VOUCHER TOTALS LINES=" WS-Approved-Count
           " AMOUNT=" WS-Total-Edited
        DELIMITED BY SIZE INTO Voucher-Record
    END-STRING.
    WRITE Voucher-Record.
    CLOSE VoucherFile.
    MOVE WS-Held-Total TO WS-Total-Edited.
    MOVE SPACES TO Hold-Record.
    STRING "HOLD TOTALS LINES=" WS-Held-Count
           " BILLED=" WS-Total-Edited
        DELIMITED BY SIZE INTO Hold-Record
    END-STRING.
    WRITE Hold-Record.
    CLOSE HoldReportFile.

READ-INVOICE-RECORD.
    READ VendorInvoiceFile
        AT END
            MOVE 'Y' TO WS-Invoice-EOF-Flag
    END-READ.

*> Three-way match of one invoice line: the PO says what was
*> ordered and from whom, the receipts what actually arrived, and
*> the master what the item should cost. The quantity check is
*> against received-not-yet-billed, so earlier invoices against the
*> same PO line count; the price check is a percentage band around
*> the master unit cost. A line failing both checks shows on the
*> hold report once per reason.
MATCH-ONE-INVOICE-LINE.
    MOVE 'N' TO WS-Line-Held-Flag.
    MOVE ZERO TO WS-Line-Amt.
    MOVE ZERO TO WS-Match-Open-Qty.
    MOVE ZERO TO WS-Match-Unit-Cost.
    IF INV-PO-Number NOT NUMERIC OR INV-Item-Code NOT NUMERIC
            OR INV-Qty-Billed NOT NUMERIC
            OR INV-Unit-Price NOT NUMERIC
        MOVE "BAD INVOICE LINE" TO WS-Hold-Reason
        MOVE ZERO TO WS-Variance-Amt
        PERFORM WRITE-HOLD-LINE
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Line-Amt = INV-Qty-Billed * INV-Unit-Price.

    PERFORM FIND-PO-LINE.
    IF NOT WS-Match-Found
        MOVE "PO LINE NOT FOUND" TO WS-Hold-Reason
        MOVE WS-Line-Amt TO WS-Variance-Amt
        PERFORM WRITE-HOLD-LINE
        EXIT PARAGRAPH
    END-IF.
    IF WS-Match-Vendor NOT = INV-Vendor
        MOVE "VENDOR NOT ON PO" TO WS-Hold-Reason
        MOVE WS-Line-Amt TO WS-Variance-Amt
        PERFORM WRITE-HOLD-LINE
        EXIT PARAGRAPH
    END-IF.

    PERFORM FIND-ITEM-COST.
    MOVE INV-PO-Number TO WS-Match-PO-Number.
    MOVE INV-Item-Code TO WS-Match-Item-Code.
    PERFORM FIND-BILLED-TO-DATE.
    COMPUTE WS-Match-Open-Qty = WS-Match-Recv-Qty - WS-Match-Billed-Qty.
    IF INV-Qty-Billed > WS-Match-Open-Qty + WS-Qty-Tolerance
        MOVE "QTY NOT RECEIVED" TO WS-Hold-Reason
        COMPUTE WS-Variance-Amt =
            (INV-Qty-Billed - WS-Match-Open-Qty) * INV-Unit-Price
        PERFORM WRITE-HOLD-LINE
    ELSE
    IF INV-Qty-Billed + WS-Match-Billed-Qty > WS-Match-Order-Qty
            + WS-Qty-Tolerance
        MOVE "QTY OVER ORDERED" TO WS-Hold-Reason
        COMPUTE WS-Variance-Amt =
            (INV-Qty-Billed + WS-Match-Billed-Qty - WS-Match-Order-Qty)
            * INV-Unit-Price
        PERFORM WRITE-HOLD-LINE
    END-IF
    END-IF.

    IF WS-Match-Cost-Found-Flag = 'N'
        MOVE "ITEM NOT ON MASTER" TO WS-Hold-Reason
        MOVE WS-Line-Amt TO WS-Variance-Amt
        PERFORM WRITE-HOLD-LINE
    ELSE
        COMPUTE WS-Price-Diff = INV-Unit-Price - WS-Match-Unit-Cost
        IF WS-Price-Diff < ZERO
            COMPUTE WS-Price-Diff-Abs = 0 - WS-Price-Diff
        ELSE
            MOVE WS-Price-Diff TO WS-Price-Diff-Abs
        END-IF
        COMPUTE WS-Price-Tol-Amt ROUNDED =
            WS-Match-Unit-Cost * WS-Price-Tol-Pct / 100
        IF WS-Price-Diff-Abs > WS-Price-Tol-Amt
            MOVE "PRICE OUT OF TOL" TO WS-Hold-Reason
            COMPUTE WS-Variance-Amt = WS-Price-Diff * INV-Qty-Billed
            PERFORM WRITE-HOLD-LINE
        END-IF
    END-IF.

    IF NOT WS-Line-Held
        PERFORM CHECK-VOUCHER-AUTHORITY
    END-IF.
    IF NOT WS-Line-Held
        PERFORM WRITE-VOUCHER-LINE
    END-IF.

*> A line that matched is approved for payment only within the
*> submitting user's VOUCHER authority - the line amount against the
*> amount limit, the billed quantity against the quantity limit.
*> Beyond it the line is held like any other, for someone who has
*> the authority to run it again.
CHECK-VOUCHER-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "VOUCHER" TO WS-Auth-Function.
    MOVE WS-Line-Amt TO WS-Auth-Amount.
    MOVE INV-Qty-Billed TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    STRING "VEND=" INV-Vendor
           " INV=" INV-Invoice-Number
           " PO="  INV-PO-Number "/" INV-Item-Code
        DELIMITED BY SIZE INTO WS-Auth-Reference
    END-STRING.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        MOVE "NOT AUTHORISED" TO WS-Hold-Reason
        MOVE WS-Line-Amt TO WS-Variance-Amt
        PERFORM WRITE-HOLD-LINE
    END-IF.

*> Every OPENPO line for the PO number and item counts - a PO split
*> across locations is billed as one line by the vendor.
FIND-PO-LINE.
    MOVE 'N' TO WS-Match-Found-Flag.
    MOVE SPACES TO WS-Match-Vendor.
    MOVE SPACES TO WS-Match-Location.
    MOVE ZERO TO WS-Match-Order-Qty.
    MOVE ZERO TO WS-Match-Recv-Qty.
    PERFORM VARYING WS-OPO-Sub FROM 1 BY 1
            UNTIL WS-OPO-Sub > WS-OPO-Count
        IF WS-OPO-T-PO-Number(WS-OPO-Sub) = INV-PO-Number
                AND WS-OPO-T-Code(WS-OPO-Sub) = INV-Item-Code
            IF NOT WS-Match-Found
                MOVE 'Y' TO WS-Match-Found-Flag
                MOVE WS-OPO-T-Vendor(WS-OPO-Sub)   TO WS-Match-Vendor
                MOVE WS-OPO-T-Location(WS-OPO-Sub) TO WS-Match-Location
            END-IF
            ADD WS-OPO-T-Order-Qty(WS-OPO-Sub) TO WS-Match-Order-Qty
            ADD WS-OPO-T-Recv-Qty(WS-OPO-Sub)  TO WS-Match-Recv-Qty
        END-IF
    END-PERFORM.

FIND-BILLED-TO-DATE.
    MOVE ZERO TO WS-Billed-Found-Idx.
    MOVE ZERO TO WS-Match-Billed-Qty.
    PERFORM VARYING WS-Billed-Sub FROM 1 BY 1
            UNTIL WS-Billed-Sub > WS-Billed-Count
        IF WS-BT-PO-Number(WS-Billed-Sub) = WS-Match-PO-Number
                AND WS-BT-Code(WS-Billed-Sub) = WS-Match-Item-Code
            MOVE WS-Billed-Sub TO WS-Billed-Found-Idx
            MOVE WS-BT-Qty(WS-Billed-Sub) TO WS-Match-Billed-Qty
            MOVE WS-Billed-Count TO WS-Billed-Sub
        END-IF
    END-PERFORM.

*> The cost is taken at the PO line's location, falling back to any
*> location stocking the item when that one is not on the master.
FIND-ITEM-COST.
    MOVE 'N' TO WS-Match-Cost-Found-Flag.
    PERFORM VARYING WS-Cost-Sub FROM 1 BY 1
            UNTIL WS-Cost-Sub > WS-Cost-Count
        IF WS-Cost-Code(WS-Cost-Sub) = INV-Item-Code
            IF WS-Match-Cost-Found-Flag = 'N'
                    OR WS-Cost-Location(WS-Cost-Sub) = WS-Match-Location
                MOVE 'Y' TO WS-Match-Cost-Found-Flag
                MOVE WS-Cost-Unit(WS-Cost-Sub) TO WS-Match-Unit-Cost
            END-IF
        END-IF
    END-PERFORM.

*> The variance is what the held line would overpay (or, for a
*> price under the band, underpay) if it were vouchered as billed.
WRITE-HOLD-LINE.
    IF NOT WS-Line-Held
        MOVE 'Y' TO WS-Line-Held-Flag
        ADD 1 TO WS-Held-Count
        ADD WS-Line-Amt TO WS-Held-Total
    END-IF.
    MOVE WS-Variance-Amt TO WS-Variance-Edited.
    MOVE WS-Match-Open-Qty TO WS-Open-Qty-Edited.
    IF INV-Unit-Price NUMERIC
        MOVE INV-Unit-Price TO WS-Price-Edited
    ELSE
        MOVE ZERO TO WS-Price-Edited
    END-IF.
    MOVE WS-Match-Unit-Cost TO WS-Cost-Edited.
    MOVE SPACES TO Hold-Record.
    STRING WS-Hold-Reason
           " VEND="        INV-Vendor
           " INV="         INV-Invoice-Number
           " PO="          INV-PO-Number
           " ITEM="        INV-Item-Code
           " QTY="         INV-Qty-Billed
           " OPEN="        WS-Open-Qty-Edited
           " PRICE="       WS-Price-Edited
           " COST="        WS-Cost-Edited
           " VAR="         WS-Variance-Edited
        DELIMITED BY SIZE INTO Hold-Record
    END-STRING.
    WRITE Hold-Record.

*> An approved line adds its quantity to the PO line's billed-to-date
*> straight away, so a second invoice line later in the same file
*> is matched against what is left.
WRITE-VOUCHER-LINE.
    MOVE WS-Line-Amt TO WS-Line-Amt-Edited.
    MOVE INV-Unit-Price TO WS-Price-Edited.
    MOVE SPACES TO Voucher-Record.
    STRING "VOUCHER VENDOR=" INV-Vendor
           " INVOICE="       INV-Invoice-Number
           " PO="            INV-PO-Number
           " ITEM="          INV-Item-Code
           " LOC="           WS-Match-Location
           " QTY="           INV-Qty-Billed
           " PRICE="         WS-Price-Edited
           " AMT="           WS-Line-Amt-Edited
           " DATE="          WS-Today-YYYYMMDD
        DELIMITED BY SIZE INTO Voucher-Record
    END-STRING.
    WRITE Voucher-Record.
    ADD 1 TO WS-Approved-Count.
    ADD WS-Line-Amt TO WS-Approved-Total.

    IF WS-Billed-Found-Idx NOT = ZERO
        ADD INV-Qty-Billed TO WS-BT-Qty(WS-Billed-Found-Idx)
    ELSE
    IF WS-Billed-Count >= 1000
        DISPLAY "WARNING: Billed-to-date table is full, PO "
            INV-PO-Number " item " INV-Item-Code " is not tracked."
        MOVE 'Y' TO WS-Billed-Overflow-Flag
    ELSE
        ADD 1 TO WS-Billed-Count
        MOVE INV-PO-Number  TO WS-BT-PO-Number(WS-Billed-Count)
        MOVE INV-Item-Code  TO WS-BT-Code(WS-Billed-Count)
        MOVE INV-Qty-Billed TO WS-BT-Qty(WS-Billed-Count)
    END-IF
    END-IF.

*> A table that overflowed is missing lines, and writing it back
*> would forget what they had billed - the old file is left alone
*> and the run is failed so the table gets resized.
SAVE-BILLED-TO-DATE.
    IF WS-Billed-Overflow
        DISPLAY "ERROR: APBILLED NOT REWRITTEN, TABLE OVERFLOWED"
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        OPEN OUTPUT BilledFile
        IF WS-Billed-Status NOT = "00"
            DISPLAY "ERROR: CANNOT OPEN APBILLED, STATUS="
                WS-Billed-Status
            MOVE "FAIL" TO WS-RL-Run-Status
        ELSE
            PERFORM VARYING WS-Billed-Sub FROM 1 BY 1
                    UNTIL WS-Billed-Sub > WS-Billed-Count
                MOVE WS-BT-PO-Number(WS-Billed-Sub) TO BL-PO-Number
                MOVE WS-BT-Code(WS-Billed-Sub)      TO BL-Item-Code
                MOVE WS-BT-Qty(WS-Billed-Sub)       TO BL-Billed-Qty
                WRITE Billed-Record
            END-PERFORM
            CLOSE BilledFile
        END-IF
    END-IF.

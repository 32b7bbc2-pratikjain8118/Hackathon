IDENTIFICATION DIVISION.
PROGRAM-ID. InventoryRollForward.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  Last month's and this month's month-end snapshots of the item
*>  master unload (ITEMSNAP.yyyymm, kept by InventoryManagement).
    SELECT OpeningSnapshotFile ASSIGN TO DYNAMIC WS-Opening-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Opening-Status.

    SELECT ClosingSnapshotFile ASSIGN TO DYNAMIC WS-Closing-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Closing-Status.

    SELECT AuditFile ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

*>  Running history of every night's INVGLEXT.
    SELECT InvGLHistoryFile ASSIGN TO "INVGLHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-InvGLHist-Status.

    SELECT ReconReportFile ASSIGN TO "RECONRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Recon-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.

*>  Optional control-card dataset (MONTH=yyyymm) so the scheduler can
*>  submit the run hands-off.
    SELECT OPTIONAL ControlCardFile ASSIGN TO "RECCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Card-Status.

DATA DIVISION.
FILE SECTION.
*> Both snapshots are copies of ITEMMASTOUT, comma-separated.
FD  OpeningSnapshotFile.
01  Opening-Record.
    05 OS-Code              PIC 9(5).
    05 FILLER               PIC X(1).
    05 OS-Name              PIC X(30).
    05 FILLER               PIC X(1).
    05 OS-Quantity          PIC 9(5).
    05 FILLER               PIC X(1).
    05 OS-Reorder-Level     PIC 9(5).
    05 FILLER               PIC X(1).
    05 OS-Vendor            PIC X(5).
    05 FILLER               PIC X(1).
    05 OS-Reorder-Qty       PIC 9(5).
    05 FILLER               PIC X(1).
    05 OS-Unit-Cost         PIC 9(5)V99.
    05 FILLER               PIC X(1).
    05 OS-Location          PIC X(2).

FD  ClosingSnapshotFile.
01  Closing-Record.
    05 CS-Code              PIC 9(5).
    05 FILLER               PIC X(1).
    05 CS-Name              PIC X(30).
    05 FILLER               PIC X(1).
    05 CS-Quantity          PIC 9(5).
    05 FILLER               PIC X(1).
    05 CS-Reorder-Level     PIC 9(5).
    05 FILLER               PIC X(1).
    05 CS-Vendor            PIC X(5).
    05 FILLER               PIC X(1).
    05 CS-Reorder-Qty       PIC 9(5).
    05 FILLER               PIC X(1).
    05 CS-Unit-Cost         PIC 9(5)V99.
    05 FILLER               PIC X(1).
    05 CS-Location          PIC X(2).

FD  AuditFile.
01  Audit-Record            PIC X(150).

FD  InvGLHistoryFile.
01  InvGLHistory-Record     PIC X(132).

FD  ReconReportFile.
01  Recon-Record            PIC X(132).

*> Shared run-control log every batch program in the shop appends a
*> START record and an END record to.
FD  RunLogFile.
01  RunLog-Record           PIC X(132).

FD  ControlCardFile.
01  ControlCard-Record      PIC X(80).

WORKING-STORAGE SECTION.
*> Parse overlay for the current AUDITLOG success shape (the same
*> fixed positions AuditInquiry reads), with the trailing location
*> that rides after the date.
  01 WS-Success-Parse.
     05 WS-Suc-Action         PIC X(7).
     05 FILLER                PIC X(6).
     05 WS-Suc-Item-Code      PIC 9(5).
     05 FILLER                PIC X(9).
     05 WS-Suc-Old-Qty        PIC 9(5).
     05 FILLER                PIC X(9).
     05 WS-Suc-New-Qty        PIC 9(5).
     05 FILLER                PIC X(6).
     05 WS-Suc-Date           PIC 9(8).
     05 FILLER                PIC X(5).
     05 WS-Suc-Location       PIC X(2).
*> Item maintenance writes the same shape with an action one byte
*> wider.
  01 WS-Maint-Parse.
     05 WS-Mnt-Action         PIC X(8).
     05 FILLER                PIC X(6).
     05 WS-Mnt-Item-Code      PIC 9(5).
     05 FILLER                PIC X(9).
     05 WS-Mnt-Old-Qty        PIC 9(5).
     05 FILLER                PIC X(9).
     05 WS-Mnt-New-Qty        PIC 9(5).
     05 FILLER                PIC X(6).
     05 WS-Mnt-Date           PIC 9(8).
     05 FILLER                PIC X(5).
     05 WS-Mnt-Location       PIC X(2).

*> INVGLEXT line: DATE=, RUN=, ACCT=, the account name, DR or CR and
*> the amount.
  01 WS-GL-Parse.
     05 FILLER                PIC X(5).
     05 WS-GLP-Date           PIC 9(8).
     05 FILLER                PIC X(5).
     05 WS-GLP-Run            PIC X(8).
     05 FILLER                PIC X(6).
     05 WS-GLP-Acct           PIC X(6).
     05 FILLER                PIC X(20).
     05 WS-GLP-DrCr           PIC X(2).
     05 FILLER                PIC X(5).
     05 WS-GLP-Amount.
        10 WS-GLP-Amt-Whole   PIC 9(11).
        10 FILLER             PIC X(1).
        10 WS-GLP-Amt-Cents   PIC 9(2).

  01 WS-Opening-Status        PIC XX.
  01 WS-Closing-Status        PIC XX.
  01 WS-Audit-Status          PIC XX.
  01 WS-InvGLHist-Status      PIC XX.
  01 WS-Recon-Status          PIC XX.
  01 WS-Opening-File-Name     PIC X(20).
  01 WS-Closing-File-Name     PIC X(20).
  01 WS-Opening-EOF-Flag      PIC X VALUE 'N'.
     88 WS-Opening-EOF        VALUE 'Y'.
  01 WS-Closing-EOF-Flag      PIC X VALUE 'N'.
     88 WS-Closing-EOF        VALUE 'Y'.
  01 WS-Audit-EOF-Flag        PIC X VALUE 'N'.
     88 WS-Audit-EOF          VALUE 'Y'.
  01 WS-InvGL-EOF-Flag        PIC X VALUE 'N'.
     88 WS-InvGL-EOF          VALUE 'Y'.

*> The month being reconciled and the one before it.
  01 WS-Recon-Month           PIC 9(6) VALUE 0.
  01 WS-Recon-Month-X REDEFINES WS-Recon-Month.
     05 WS-Recon-Year         PIC 9(4).
     05 WS-Recon-Mon          PIC 9(2).
  01 WS-Prior-Month           PIC 9(6).
  01 WS-Prior-Month-X REDEFINES WS-Prior-Month.
     05 WS-Prior-Year         PIC 9(4).
     05 WS-Prior-Mon          PIC 9(2).
  01 WS-Month-From            PIC 9(8).
  01 WS-Month-To              PIC 9(8).

  01 WS-Today-YYYYMMDD        PIC 9(8).
  01 WS-Today-X REDEFINES WS-Today-YYYYMMDD.
     05 WS-Today-Year         PIC 9(4).
     05 WS-Today-Mon          PIC 9(2).
     05 WS-Today-Day          PIC 9(2).

*> One entry per item and location seen in either snapshot or in
*> the month's movements.
  01 WS-Rec-Table.
     05 WS-Rec-Entry OCCURS 2000 TIMES.
        10 WS-Rec-Code        PIC 9(5).
        10 WS-Rec-Location    PIC X(2).
        10 WS-Rec-Open-Qty    PIC 9(5).
        10 WS-Rec-Open-Cost   PIC 9(5)V99.
        10 WS-Rec-Close-Qty   PIC 9(5).
        10 WS-Rec-Close-Cost  PIC 9(5)V99.
        10 WS-Rec-In-Close    PIC X.
        10 WS-Rec-Net-Move    PIC S9(7).
        10 WS-Rec-Move-Value  PIC S9(11)V99.
  01 WS-Rec-Count             PIC 9(4) COMP VALUE 0.
  01 WS-Rec-Sub               PIC 9(4) COMP.
  01 WS-Rec-Idx               PIC 9(4) COMP.
  01 WS-Rec-Key-Code          PIC 9(5).
  01 WS-Rec-Key-Location      PIC X(2).
  01 WS-Rec-Overflow-Flag     PIC X VALUE 'N'.
     88 WS-Rec-Overflow       VALUE 'Y'.

*> The month's movements kept until both snapshots are loaded, so
*> each can be valued at the item's closing cost.
  01 WS-Mov-Table.
     05 WS-Mov-Entry OCCURS 5000 TIMES.
        10 WS-Mov-Rec-Idx     PIC 9(4) COMP.
        10 WS-Mov-Category    PIC 9.
        10 WS-Mov-Qty         PIC S9(5).
  01 WS-Mov-Count             PIC 9(4) COMP VALUE 0.
  01 WS-Mov-Sub               PIC 9(4) COMP.

*> Movement categories: 1 receipts (ADD, RELEASE), 2 issues, 3
*> adjustments, 4 transfers, 5 kit assembly/disassembly, 6 anything
*> else that moved quantity.
  01 WS-Cat-Table.
     05 WS-Cat-Entry OCCURS 6 TIMES.
        10 WS-Cat-Qty         PIC S9(9).
        10 WS-Cat-Value       PIC S9(11)V99.
  01 WS-Cat-Names-Data.
     05 FILLER                PIC X(12) VALUE "RECEIPTS    ".
     05 FILLER                PIC X(12) VALUE "ISSUES      ".
     05 FILLER                PIC X(12) VALUE "ADJUSTMENTS ".
     05 FILLER                PIC X(12) VALUE "TRANSFERS   ".
     05 FILLER                PIC X(12) VALUE "KITS        ".
     05 FILLER                PIC X(12) VALUE "OTHER       ".
  01 WS-Cat-Names REDEFINES WS-Cat-Names-Data.
     05 WS-Cat-Name           PIC X(12) OCCURS 6 TIMES.
  01 WS-Cat-Sub               PIC 9 COMP.
  01 WS-This-Category         PIC 9.
  01 WS-This-Action           PIC X(8).
  01 WS-This-Item-Code        PIC 9(5).
  01 WS-This-Old-Qty          PIC 9(5).
  01 WS-This-New-Qty          PIC 9(5).
  01 WS-This-Date             PIC 9(8).
  01 WS-This-Location         PIC X(2).
  01 WS-This-Move             PIC S9(5).

*> What the ledger was sent for the month, by posting.
  01 WS-GL-Amount             PIC 9(11)V99.
  01 WS-GL-Receipts           PIC S9(11)V99 VALUE 0.
  01 WS-GL-Issues             PIC S9(11)V99 VALUE 0.
  01 WS-GL-Shrink             PIC S9(11)V99 VALUE 0.
  01 WS-GL-Lines              PIC 9(6) VALUE 0.

  01 WS-Unit-Cost             PIC 9(5)V99.
  01 WS-Expected-Qty          PIC S9(7).
  01 WS-Qty-Break             PIC S9(7).
  01 WS-Open-Value            PIC S9(11)V99.
  01 WS-Close-Value           PIC S9(11)V99.
  01 WS-Expected-Value        PIC S9(11)V99.
  01 WS-Value-Break           PIC S9(11)V99.
  01 WS-Tot-Open-Value        PIC S9(11)V99 VALUE 0.
  01 WS-Tot-Close-Value       PIC S9(11)V99 VALUE 0.
  01 WS-Tot-Move-Value        PIC S9(11)V99 VALUE 0.
  01 WS-Tot-Value-Break       PIC S9(11)V99 VALUE 0.
  01 WS-Qty-Break-Count       PIC 9(5) VALUE 0.
  01 WS-Value-Break-Count     PIC 9(5) VALUE 0.
  01 WS-Audit-Value           PIC S9(11)V99.
  01 WS-Tie-Diff              PIC S9(11)V99.
  01 WS-Tie-Label             PIC X(12).

  01 WS-Qty-Edited            PIC -(6)9.
  01 WS-Qty-Edited-2          PIC -(6)9.
  01 WS-Qty-Edited-3          PIC -(6)9.
  01 WS-Qty-Edited-4          PIC -(6)9.
  01 WS-Amt-Edited            PIC -(10)9.99.
  01 WS-Amt-Edited-2          PIC -(10)9.99.
  01 WS-Amt-Edited-3          PIC -(10)9.99.

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
  01 WS-RL-Program-Id         PIC X(8) VALUE "INVRECON".
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
    DISPLAY "Inventory Roll-Forward Reconciliation".
    PERFORM GET-RUN-OPTIONS.
    INITIALIZE WS-Cat-Table.
    COMPUTE WS-Month-From = WS-Recon-Month * 100 + 1.
    COMPUTE WS-Month-To   = WS-Recon-Month * 100 + 31.
    IF WS-Recon-Mon = 1
        COMPUTE WS-Prior-Year = WS-Recon-Year - 1
        MOVE 12 TO WS-Prior-Mon
    ELSE
        MOVE WS-Recon-Year TO WS-Prior-Year
        COMPUTE WS-Prior-Mon = WS-Recon-Mon - 1
    END-IF.
    MOVE SPACES TO WS-Opening-File-Name.
    STRING "ITEMSNAP." WS-Prior-Month
        DELIMITED BY SIZE INTO WS-Opening-File-Name
    END-STRING.
    MOVE SPACES TO WS-Closing-File-Name.
    STRING "ITEMSNAP." WS-Recon-Month
        DELIMITED BY SIZE INTO WS-Closing-File-Name
    END-STRING.

    PERFORM LOAD-OPENING-SNAPSHOT.
    PERFORM LOAD-CLOSING-SNAPSHOT.
    PERFORM REPLAY-AUDIT-MOVEMENTS.
    PERFORM TALLY-GL-HISTORY.
    PERFORM VALUE-MOVEMENTS.
    PERFORM WRITE-RECON-REPORT.

    IF WS-Qty-Break-Count NOT = ZERO OR WS-Value-Break-Count NOT = ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM WRITE-RUNLOG-END.
    DISPLAY "Roll-forward complete, " WS-Qty-Break-Count
        " quantity breaks, " WS-Value-Break-Count " value breaks.".
    STOP RUN.

*> MONTH= from the RECCTL control card. With no card the run
*> reconciles last calendar month, closed by the month-end run.
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
    IF WS-Recon-Month = ZERO
        ACCEPT WS-Today-YYYYMMDD FROM DATE YYYYMMDD
        IF WS-Today-Mon = 1
            COMPUTE WS-Recon-Year = WS-Today-Year - 1
            MOVE 12 TO WS-Recon-Mon
        ELSE
            MOVE WS-Today-Year TO WS-Recon-Year
            COMPUTE WS-Recon-Mon = WS-Today-Mon - 1
        END-IF
    END-IF.
    IF WS-Recon-Mon < 1 OR WS-Recon-Mon > 12
        DISPLAY "ERROR: BAD RECONCILIATION MONTH " WS-Recon-Month
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
            COMPUTE WS-Recon-Month =
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

*> The submitting user must hold RUN authority for the reconciliation
*> or no report is produced, with STATUS=DENY on RUNLOG.
CHECK-RUN-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "RUN" TO WS-Auth-Function.
    MOVE ZERO TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        DISPLAY "ERROR: USER " WS-Auth-User
            " MAY NOT RUN THE RECONCILIATION - " WS-Auth-Reason
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

*> Finds or adds the entry for WS-Rec-Key-Code/Location. A full
*> table fails the run: a reconciliation that silently drops items
*> proves nothing.
FIND-RECON-ENTRY.
    MOVE ZERO TO WS-Rec-Idx.
    PERFORM VARYING WS-Rec-Sub FROM 1 BY 1
            UNTIL WS-Rec-Sub > WS-Rec-Count
        IF WS-Rec-Code(WS-Rec-Sub) = WS-Rec-Key-Code
                AND WS-Rec-Location(WS-Rec-Sub) = WS-Rec-Key-Location
            MOVE WS-Rec-Sub TO WS-Rec-Idx
            MOVE WS-Rec-Count TO WS-Rec-Sub
        END-IF
    END-PERFORM.
    IF WS-Rec-Idx = ZERO
        IF WS-Rec-Count >= 2000
            IF NOT WS-Rec-Overflow
                DISPLAY "ERROR: Item table is full, reconciliation "
                    "is incomplete."
                MOVE 'Y' TO WS-Rec-Overflow-Flag
                MOVE "FAIL" TO WS-RL-Run-Status
            END-IF
        ELSE
            ADD 1 TO WS-Rec-Count
            MOVE WS-Rec-Count TO WS-Rec-Idx
            INITIALIZE WS-Rec-Entry(WS-Rec-Idx)
            MOVE WS-Rec-Key-Code     TO WS-Rec-Code(WS-Rec-Idx)
            MOVE WS-Rec-Key-Location TO WS-Rec-Location(WS-Rec-Idx)
            MOVE 'N'                 TO WS-Rec-In-Close(WS-Rec-Idx)
        END-IF
    END-IF.

LOAD-OPENING-SNAPSHOT.
    OPEN INPUT OpeningSnapshotFile.
    IF WS-Opening-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN OPENING SNAPSHOT "
            WS-Opening-File-Name " STATUS=" WS-Opening-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-OPENING-RECORD.
    PERFORM UNTIL WS-Opening-EOF
        MOVE OS-Code     TO WS-Rec-Key-Code
        MOVE OS-Location TO WS-Rec-Key-Location
        PERFORM FIND-RECON-ENTRY
        IF WS-Rec-Idx NOT = ZERO
            MOVE OS-Quantity  TO WS-Rec-Open-Qty(WS-Rec-Idx)
            MOVE OS-Unit-Cost TO WS-Rec-Open-Cost(WS-Rec-Idx)
        END-IF
        PERFORM READ-OPENING-RECORD
    END-PERFORM.
    CLOSE OpeningSnapshotFile.

READ-OPENING-RECORD.
    READ OpeningSnapshotFile
        AT END
            MOVE 'Y' TO WS-Opening-EOF-Flag
    END-READ.

LOAD-CLOSING-SNAPSHOT.
    OPEN INPUT ClosingSnapshotFile.
    IF WS-Closing-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN CLOSING SNAPSHOT "
            WS-Closing-File-Name " STATUS=" WS-Closing-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-CLOSING-RECORD.
    PERFORM UNTIL WS-Closing-EOF
        MOVE CS-Code     TO WS-Rec-Key-Code
        MOVE CS-Location TO WS-Rec-Key-Location
        PERFORM FIND-RECON-ENTRY
        IF WS-Rec-Idx NOT = ZERO
            MOVE CS-Quantity  TO WS-Rec-Close-Qty(WS-Rec-Idx)
            MOVE CS-Unit-Cost TO WS-Rec-Close-Cost(WS-Rec-Idx)
            MOVE 'Y'          TO WS-Rec-In-Close(WS-Rec-Idx)
        END-IF
        PERFORM READ-CLOSING-RECORD
    END-PERFORM.
    CLOSE ClosingSnapshotFile.

READ-CLOSING-RECORD.
    READ ClosingSnapshotFile
        AT END
            MOVE 'Y' TO WS-Closing-EOF-Flag
    END-READ.

*> Every success record dated in the month moves its item by new
*> minus old quantity. Rejections and the lot and allocation records
*> (which do not change on-hand) fall out on shape or on a zero
*> move. Records written before locations existed count against the
*> default location, the same rule the inventory run applies.
REPLAY-AUDIT-MOVEMENTS.
    OPEN INPUT AuditFile.
    IF WS-Audit-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN AUDITLOG, STATUS=" WS-Audit-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-AUDIT-RECORD.
    PERFORM UNTIL WS-Audit-EOF
        ADD 1 TO WS-RL-Read-Count
        PERFORM TAKE-ONE-AUDIT-RECORD
        PERFORM READ-AUDIT-RECORD
    END-PERFORM.
    CLOSE AuditFile.

READ-AUDIT-RECORD.
    READ AuditFile
        AT END
            MOVE 'Y' TO WS-Audit-EOF-Flag
    END-READ.

TAKE-ONE-AUDIT-RECORD.
    IF Audit-Record(1:6) = "REJECT"
        EXIT PARAGRAPH
    END-IF.
    IF Audit-Record(9:5) = "ITEM="
        MOVE Audit-Record     TO WS-Success-Parse
        MOVE WS-Suc-Action    TO WS-This-Action
        MOVE WS-Suc-Item-Code TO WS-This-Item-Code
        MOVE WS-Suc-Old-Qty   TO WS-This-Old-Qty
        MOVE WS-Suc-New-Qty   TO WS-This-New-Qty
        MOVE WS-Suc-Date      TO WS-This-Date
        MOVE WS-Suc-Location  TO WS-This-Location
    ELSE
    IF Audit-Record(10:5) = "ITEM="
        MOVE Audit-Record     TO WS-Maint-Parse
        MOVE WS-Mnt-Action    TO WS-This-Action
        MOVE WS-Mnt-Item-Code TO WS-This-Item-Code
        MOVE WS-Mnt-Old-Qty   TO WS-This-Old-Qty
        MOVE WS-Mnt-New-Qty   TO WS-This-New-Qty
        MOVE WS-Mnt-Date      TO WS-This-Date
        MOVE WS-Mnt-Location  TO WS-This-Location
    ELSE
        EXIT PARAGRAPH
    END-IF
    END-IF.
    IF WS-This-Date NOT NUMERIC OR WS-This-Old-Qty NOT NUMERIC
            OR WS-This-New-Qty NOT NUMERIC
            OR WS-This-Item-Code NOT NUMERIC
        ADD 1 TO WS-RL-Rejected-Count
        EXIT PARAGRAPH
    END-IF.
    IF WS-This-Date < WS-Month-From OR WS-This-Date > WS-Month-To
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-This-Move = WS-This-New-Qty - WS-This-Old-Qty.
    IF WS-This-Move = ZERO
        EXIT PARAGRAPH
    END-IF.
    IF WS-This-Location = SPACES
        MOVE "01" TO WS-This-Location
    END-IF.
    EVALUATE WS-This-Action
        WHEN "ADD     "
        WHEN "RELEASE "
            MOVE 1 TO WS-This-Category
        WHEN "ISSUE   "
            MOVE 2 TO WS-This-Category
        WHEN "ADJUST  "
            MOVE 3 TO WS-This-Category
        WHEN "XFR-OUT "
        WHEN "XFR-IN  "
            MOVE 4 TO WS-This-Category
        WHEN "ASM-OUT "
        WHEN "ASM-IN  "
        WHEN "DIS-OUT "
        WHEN "DIS-IN  "
            MOVE 5 TO WS-This-Category
        WHEN OTHER
            MOVE 6 TO WS-This-Category
    END-EVALUATE.
    MOVE WS-This-Item-Code TO WS-Rec-Key-Code.
    MOVE WS-This-Location  TO WS-Rec-Key-Location.
    PERFORM FIND-RECON-ENTRY.
    IF WS-Rec-Idx = ZERO
        EXIT PARAGRAPH
    END-IF.
    ADD WS-This-Move TO WS-Rec-Net-Move(WS-Rec-Idx).
    IF WS-Mov-Count >= 5000
        IF NOT WS-Rec-Overflow
            DISPLAY "ERROR: Movement table is full, reconciliation "
                "is incomplete."
            MOVE 'Y' TO WS-Rec-Overflow-Flag
            MOVE "FAIL" TO WS-RL-Run-Status
        END-IF
    ELSE
        ADD 1 TO WS-Mov-Count
        MOVE WS-Rec-Idx       TO WS-Mov-Rec-Idx(WS-Mov-Count)
        MOVE WS-This-Category TO WS-Mov-Category(WS-Mov-Count)
        MOVE WS-This-Move     TO WS-Mov-Qty(WS-Mov-Count)
    END-IF.

*> The month's INVGLEXT postings: receipts are the accrual credit,
*> issues the cost-of-goods debit, and shrinkage the net of its
*> debits (stock written off) less its credits (stock found).
TALLY-GL-HISTORY.
    OPEN INPUT InvGLHistoryFile.
    IF WS-InvGLHist-Status NOT = "00"
        DISPLAY "WARNING: No INVGLHIST, ledger tie not proved, STATUS="
            WS-InvGLHist-Status
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        PERFORM READ-GL-HISTORY-RECORD
        PERFORM UNTIL WS-InvGL-EOF
            PERFORM TAKE-ONE-GL-LINE
            PERFORM READ-GL-HISTORY-RECORD
        END-PERFORM
        CLOSE InvGLHistoryFile
    END-IF.

READ-GL-HISTORY-RECORD.
    READ InvGLHistoryFile
        AT END
            MOVE 'Y' TO WS-InvGL-EOF-Flag
    END-READ.

TAKE-ONE-GL-LINE.
    MOVE InvGLHistory-Record TO WS-GL-Parse.
    IF InvGLHistory-Record(1:5) NOT = "DATE="
            OR WS-GLP-Date NOT NUMERIC
            OR WS-GLP-Amt-Whole NOT NUMERIC
            OR WS-GLP-Amt-Cents NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    IF WS-GLP-Date < WS-Month-From OR WS-GLP-Date > WS-Month-To
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-GL-Lines.
    COMPUTE WS-GL-Amount = WS-GLP-Amt-Whole + WS-GLP-Amt-Cents / 100.
    EVALUATE TRUE
        WHEN WS-GLP-Acct = "201000" AND WS-GLP-DrCr = "CR"
            ADD WS-GL-Amount TO WS-GL-Receipts
        WHEN WS-GLP-Acct = "510000" AND WS-GLP-DrCr = "DR"
            ADD WS-GL-Amount TO WS-GL-Issues
        WHEN WS-GLP-Acct = "520000" AND WS-GLP-DrCr = "DR"
            ADD WS-GL-Amount TO WS-GL-Shrink
        WHEN WS-GLP-Acct = "520000" AND WS-GLP-DrCr = "CR"
            SUBTRACT WS-GL-Amount FROM WS-GL-Shrink
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Movements are valued at the item's closing unit cost (opening
*> cost for an item gone from the closing snapshot), so a value
*> break on an item is a change of unit cost over the month.
VALUE-MOVEMENTS.
    PERFORM VARYING WS-Mov-Sub FROM 1 BY 1
            UNTIL WS-Mov-Sub > WS-Mov-Count
        MOVE WS-Mov-Rec-Idx(WS-Mov-Sub) TO WS-Rec-Idx
        IF WS-Rec-In-Close(WS-Rec-Idx) = 'Y'
            MOVE WS-Rec-Close-Cost(WS-Rec-Idx) TO WS-Unit-Cost
        ELSE
            MOVE WS-Rec-Open-Cost(WS-Rec-Idx) TO WS-Unit-Cost
        END-IF
        MOVE WS-Mov-Category(WS-Mov-Sub) TO WS-Cat-Sub
        ADD WS-Mov-Qty(WS-Mov-Sub) TO WS-Cat-Qty(WS-Cat-Sub)
        COMPUTE WS-Audit-Value = WS-Mov-Qty(WS-Mov-Sub) * WS-Unit-Cost
        ADD WS-Audit-Value TO WS-Cat-Value(WS-Cat-Sub)
        ADD WS-Audit-Value TO WS-Rec-Move-Value(WS-Rec-Idx)
    END-PERFORM.

WRITE-RECON-REPORT.
    OPEN OUTPUT ReconReportFile.
    IF WS-Recon-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN RECONRPT, STATUS=" WS-Recon-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-Today-YYYYMMDD FROM DATE YYYYMMDD.
    MOVE SPACES TO Recon-Record.
    STRING "INVENTORY ROLL-FORWARD MONTH=" WS-Recon-Month
           " OPENING=" WS-Opening-File-Name
           " CLOSING=" WS-Closing-File-Name
           " DATE=" WS-Today-YYYYMMDD
        DELIMITED BY SIZE INTO Recon-Record
    END-STRING.
    WRITE Recon-Record.

    PERFORM VARYING WS-Rec-Sub FROM 1 BY 1
            UNTIL WS-Rec-Sub > WS-Rec-Count
        PERFORM CHECK-ONE-ITEM
    END-PERFORM.

    MOVE SPACES TO Recon-Record.
    WRITE Recon-Record.
    MOVE "MOVEMENT SUMMARY" TO Recon-Record.
    WRITE Recon-Record.
    PERFORM VARYING WS-Cat-Sub FROM 1 BY 1 UNTIL WS-Cat-Sub > 6
        MOVE WS-Cat-Qty(WS-Cat-Sub)   TO WS-Qty-Edited
        MOVE WS-Cat-Value(WS-Cat-Sub) TO WS-Amt-Edited
        MOVE SPACES TO Recon-Record
        STRING "  " WS-Cat-Name(WS-Cat-Sub)
               " QTY="   WS-Qty-Edited
               " VALUE=" WS-Amt-Edited
            DELIMITED BY SIZE INTO Recon-Record
        END-STRING
        WRITE Recon-Record
    END-PERFORM.
    MOVE WS-Tot-Open-Value  TO WS-Amt-Edited.
    MOVE WS-Tot-Move-Value  TO WS-Amt-Edited-2.
    MOVE WS-Tot-Close-Value TO WS-Amt-Edited-3.
    MOVE SPACES TO Recon-Record.
    STRING "  OPENING VALUE=" WS-Amt-Edited
           " MOVEMENTS=" WS-Amt-Edited-2
           " CLOSING VALUE=" WS-Amt-Edited-3
        DELIMITED BY SIZE INTO Recon-Record
    END-STRING.
    WRITE Recon-Record.
    MOVE WS-Tot-Value-Break TO WS-Amt-Edited.
    MOVE SPACES TO Recon-Record.
    STRING "  QTY BREAKS=" WS-Qty-Break-Count
           " VALUE BREAKS=" WS-Value-Break-Count
           " NET VALUE BREAK=" WS-Amt-Edited
        DELIMITED BY SIZE INTO Recon-Record
    END-STRING.
    WRITE Recon-Record.

    PERFORM WRITE-LEDGER-TIE.
    CLOSE ReconReportFile.

*> Opening plus net movement must equal closing, item by item. An
*> item in neither snapshot but moved during the month (added and
*> issued away) still has to come out at zero.
CHECK-ONE-ITEM.
    COMPUTE WS-Expected-Qty = WS-Rec-Open-Qty(WS-Rec-Sub)
        + WS-Rec-Net-Move(WS-Rec-Sub).
    COMPUTE WS-Qty-Break = WS-Rec-Close-Qty(WS-Rec-Sub)
        - WS-Expected-Qty.
    COMPUTE WS-Open-Value = WS-Rec-Open-Qty(WS-Rec-Sub)
        * WS-Rec-Open-Cost(WS-Rec-Sub).
    COMPUTE WS-Close-Value = WS-Rec-Close-Qty(WS-Rec-Sub)
        * WS-Rec-Close-Cost(WS-Rec-Sub).
    COMPUTE WS-Expected-Value = WS-Open-Value
        + WS-Rec-Move-Value(WS-Rec-Sub).
    COMPUTE WS-Value-Break = WS-Close-Value - WS-Expected-Value.
    ADD WS-Open-Value  TO WS-Tot-Open-Value.
    ADD WS-Close-Value TO WS-Tot-Close-Value.
    ADD WS-Rec-Move-Value(WS-Rec-Sub) TO WS-Tot-Move-Value.
    ADD WS-Value-Break TO WS-Tot-Value-Break.
    IF WS-Qty-Break NOT = ZERO
        ADD 1 TO WS-Qty-Break-Count
    END-IF.
    IF WS-Value-Break NOT = ZERO
        ADD 1 TO WS-Value-Break-Count
    END-IF.
    IF WS-Qty-Break NOT = ZERO OR WS-Value-Break NOT = ZERO
        MOVE WS-Rec-Open-Qty(WS-Rec-Sub)  TO WS-Qty-Edited
        MOVE WS-Rec-Net-Move(WS-Rec-Sub)  TO WS-Qty-Edited-2
        MOVE WS-Rec-Close-Qty(WS-Rec-Sub) TO WS-Qty-Edited-3
        MOVE WS-Qty-Break                 TO WS-Qty-Edited-4
        MOVE WS-Value-Break               TO WS-Amt-Edited
        MOVE SPACES TO Recon-Record
        STRING "BREAK ITEM=" WS-Rec-Code(WS-Rec-Sub)
               " LOC="       WS-Rec-Location(WS-Rec-Sub)
               " OPEN="      WS-Qty-Edited
               " MOVED="     WS-Qty-Edited-2
               " CLOSE="     WS-Qty-Edited-3
               " QTY-BREAK=" WS-Qty-Edited-4
               " VALUE-BREAK=" WS-Amt-Edited
            DELIMITED BY SIZE INTO Recon-Record
        END-STRING
        WRITE Recon-Record
        ADD 1 TO WS-RL-Written-Count
    END-IF.

*> Audit-side value of each posting category against what INVGLEXT
*> sent the ledger. The ledger was posted at the cost on the day, the
*> audit side is at month-end cost, so a difference here is either a
*> cost change or a movement that never reached the ledger.
WRITE-LEDGER-TIE.
    MOVE SPACES TO Recon-Record.
    WRITE Recon-Record.
    MOVE SPACES TO Recon-Record.
    STRING "LEDGER TIE INVGLHIST LINES=" WS-GL-Lines
        DELIMITED BY SIZE INTO Recon-Record
    END-STRING.
    WRITE Recon-Record.

    MOVE WS-Cat-Value(1) TO WS-Audit-Value.
    MOVE WS-GL-Receipts  TO WS-Tie-Diff.
    MOVE "RECEIPTS    " TO WS-Tie-Label.
    PERFORM WRITE-ONE-TIE-LINE.

    COMPUTE WS-Audit-Value = 0 - WS-Cat-Value(2).
    MOVE WS-GL-Issues    TO WS-Tie-Diff.
    MOVE "ISSUES      " TO WS-Tie-Label.
    PERFORM WRITE-ONE-TIE-LINE.

    COMPUTE WS-Audit-Value = 0 - WS-Cat-Value(3).
    MOVE WS-GL-Shrink    TO WS-Tie-Diff.
    MOVE "SHRINKAGE   " TO WS-Tie-Label.
    PERFORM WRITE-ONE-TIE-LINE.

*> Caller leaves the audit value in WS-Audit-Value and the ledger
*> figure in WS-Tie-Diff.
WRITE-ONE-TIE-LINE.
    MOVE WS-Audit-Value TO WS-Amt-Edited.
    MOVE WS-Tie-Diff    TO WS-Amt-Edited-2.
    COMPUTE WS-Tie-Diff = WS-Audit-Value - WS-Tie-Diff.
    MOVE WS-Tie-Diff    TO WS-Amt-Edited-3.
    MOVE SPACES TO Recon-Record.
    STRING "  " WS-Tie-Label
           " AUDIT=" WS-Amt-Edited
           " LEDGER=" WS-Amt-Edited-2
           " DIFFERENCE=" WS-Amt-Edited-3
        DELIMITED BY SIZE INTO Recon-Record
    END-STRING.
    WRITE Recon-Record.

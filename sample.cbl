        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OpenPO-Status.

*>  Permanent purchase-order history: every line ordered and every
*>  receipt against it, kept after the line fills and drops off
*>  OPENPO.
    SELECT POHistoryFile ASSIGN TO "POHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POHist-Status.

    SELECT CountFile ASSIGN TO "COUNTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Count-Status.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-InvGL-Status.

*>  Every night's INVGLEXT lines appended to one running history, so
*>  the month's postings can be tied back to the stock movements.
    SELECT InvGLHistoryFile ASSIGN TO "INVGLHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-InvGLHist-Status.

*>  Month-end copy of the ITEMMASTOUT unload, one generation per
*>  month, e.g. ITEMSNAP.202609 - the opening stock for the next
*>  month's roll-forward.
    SELECT ItemSnapshotFile ASSIGN TO DYNAMIC WS-Snapshot-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Snapshot-Status.

*>  Restart point for the batch transaction load: one record,
*>  rewritten at every checkpoint and marked done when the run ends.
    SELECT CheckpointFile ASSIGN TO "INVCKPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Checkpoint-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.

*>  Shared registry of every input transmission consumed: file name,
*>  record count, control total, and the date and run that took it.
    SELECT XmitRegFile ASSIGN TO "XMITREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XmitReg-Status.

*>  Customer orders waiting to be allocated, the printed pick list
*>  the allocation run produces for the warehouse, and the pick
*>  confirmations the warehouse hands back.
    SELECT CustOrderFile ASSIGN TO "CUSTORD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CustOrder-Status.

    SELECT PickListFile ASSIGN TO "PICKLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PickList-Status.

    SELECT PickConfirmFile ASSIGN TO "PICKCONF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PickConf-Status.

*>  Dated stock is held in lots under each item and location - the
*>  lot file is carried run to run the way OPENPO is - and the
*>  expiring-stock report prices what is about to die on the shelf.
    SELECT LotFile ASSIGN TO "LOTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Lot-Status.

    SELECT ExpiryReportFile ASSIGN TO "EXPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Expiry-Status.

*>  Bill of materials: the components and quantity per kit for every
*>  item built as a kit.
    SELECT BillOfMaterialsFile ASSIGN TO "BOMFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BOM-Status.

*>  Optional control-card dataset, one KEYWORD=VALUE per line, so
*>  the scheduler can submit the run hands-off; when it is absent
*>  the console prompts ask exactly as they always did.
*> Trans-Type trails the record like every other field added since
*> the original four-column layout: R = receipt, I = issue,
*> A = adjustment (set quantity to the counted/approved figure),
*> T = transfer between locations, K = assemble kits from their
*> components, D = disassemble kits back into components (for K and
*> D the item code is the kit and the quantity the number of kits).
*> A record cut before the column
*> existed arrives space-padded, and blank means receipt, so the
*> old files behave exactly the way every transaction did before
*> types existed. The location pair trails Trans-Type the same way:
    05 Trans-Type               PIC X.
    05 Trans-Location           PIC X(2).
    05 Trans-To-Location        PIC X(2).
*>  Lot number and expiry date for dated stock, read on a receipt
*>  only. A blank lot number means the stock is not lot-controlled;
*>  a zero expiry means the lot does not expire.
    05 Trans-Lot-Number         PIC X(10).
    05 Trans-Expiry-Date        PIC 9(8).

*> Every record ends with USER=, the real submitting user, so the
*> record is wider than the 132 the longest REJECT line used to need.
FD  AuditFile.
01  Audit-Record            PIC X(150).

FD  BackOrderFile.
01  BackOrder-Record        PIC X(100).

*> One record per item per location. The record in this buffer is
*> "the current item" everywhere PROCESS-INVENTORY and its helpers
    05 Item-Last-Move     PIC 9(8).
*>  Date the item was last physically counted; zero means never.
    05 Item-Last-Count    PIC 9(8).
*>  Stock promised to customer orders but not yet picked. It stays
*>  inside Item-Quantity until the pick is confirmed and issued;
*>  available to promise is Item-Quantity less this figure.
    05 Item-Allocated-Qty PIC 9(5).

FD  ItemMasterInFile.
01  ItemMasterIn-Record.
    05 ItemMast-In-Last-Move     PIC 9(8).
    05 FILLER                    PIC X(1) VALUE ",".
    05 ItemMast-In-Last-Count    PIC 9(8).
    05 FILLER                    PIC X(1) VALUE ",".
    05 ItemMast-In-Allocated-Qty PIC 9(5).

*> The separator bytes are named, not FILLER, because a VALUE clause
*> on an FD record is documentation only - SAVE-ITEM-MASTER has to
    05 ItemMast-Out-Last-Move     PIC 9(8).
    05 ItemMast-Out-Sep10         PIC X(1).
    05 ItemMast-Out-Last-Count    PIC 9(8).
    05 ItemMast-Out-Sep11         PIC X(1).
    05 ItemMast-Out-Allocated-Qty PIC 9(5).

FD  PurchaseOrderFile.
01  PurchaseOrder-Record    PIC X(132).
    05 OPO-Status           PIC X.
    05 OPO-Date             PIC 9(8).

*> An ORD record when a PO line is raised (event quantity = ordered)
*> and an RCV record for each receipt matched to it (event quantity
*> = received that time, with the line's received-to-date and status
*> after it). The unit cost is the master cost at the time.
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

*> One record per physically counted item: the count itself plus an
*> approval byte - only an approved count is posted back to the
*> master as an adjustment; the rest just report their variance.
FD  InvGLExtractFile.
01  InvGLExtract-Record     PIC X(132).

FD  InvGLHistoryFile.
01  InvGLHistory-Record     PIC X(132).

FD  ItemSnapshotFile.
01  ItemSnapshot-Record     PIC X(98).

*> CK-Status is OPEN while a B-mode load is under way and DONE once
*> the run has finished. CK-Trans-Seq is the number of TRANFILE
*> records already applied; the first record is kept so a restart
*> can tell it is looking at the same file. The counts and GL value
*> accumulators are the running totals as of the checkpoint.
FD  CheckpointFile.
01  Checkpoint-Record.
    05 CK-Status                PIC X(4).
       88 CK-Load-Open          VALUE "OPEN".
       88 CK-Load-Done          VALUE "DONE".
    05 CK-Run-Date              PIC 9(8).
    05 CK-Trans-Seq             PIC 9(7).
    05 CK-Read-Count            PIC 9(6).
    05 CK-Written-Count         PIC 9(6).
    05 CK-Rejected-Count        PIC 9(6).
    05 CK-GL-Receipts-Value     PIC 9(11)V99.
    05 CK-GL-Issues-Value       PIC 9(11)V99.
    05 CK-GL-Shrink-Value       PIC S9(11)V99 SIGN LEADING SEPARATE.
    05 CK-First-Trans           PIC X(85).
    05 CK-GL-Reval-Value        PIC S9(11)V99 SIGN LEADING SEPARATE.

*> Shared run-control log every batch program in the shop appends a
*> START record and an END record to, so the 6 a.m. "did everything
*> run?" question is one report instead of five spool searches.
FD  RunLogFile.
01  RunLog-Record           PIC X(132).

*> One line per transmission consumed. Disposition LOADED for a
*> first load, OVERRIDE for one taken again on a DUPOK= card.
FD  XmitRegFile.
01  XmitReg-Record.
    05 XR-File-Name          PIC X(10).
    05 FILLER                PIC X(1).
    05 XR-Record-Count       PIC 9(9).
    05 FILLER                PIC X(1).
    05 XR-Hash-Total         PIC 9(15).
    05 FILLER                PIC X(1).
    05 XR-Run-Date           PIC 9(8).
    05 FILLER                PIC X(1).
    05 XR-Run-Time           PIC 9(8).
    05 FILLER                PIC X(1).
    05 XR-Program-Id         PIC X(8).
    05 FILLER                PIC X(1).
    05 XR-Disposition        PIC X(8).

*> One line per customer order line to be allocated. A blank
*> location means the default location, as everywhere else.
FD  CustOrderFile.
01  CustOrder-Record.
    05 CO-Order-Number      PIC 9(6).
    05 CO-Customer          PIC X(8).
    05 CO-Item-Code         PIC 9(5).
    05 CO-Location          PIC X(2).
    05 CO-Quantity          PIC 9(5).
    05 CO-Requested-Date    PIC 9(8).

FD  PickListFile.
01  PickList-Record         PIC X(132).

*> Written by the allocation run in location order, picked quantity
*> zero and the confirmation byte blank, for the warehouse to fill in
*> - the same hand-back arrangement COUNTSEL has with COUNTFILE. A
*> line confirmed Y is posted by pick-confirmation mode; the rest
*> are written back and wait for the next confirmation run. A line
*> confirmed Y that could not be posted comes back flagged H, still
*> allocated, with the reason on AUDITLOG.
FD  PickConfirmFile.
01  PickConfirm-Record.
    05 PC-Order-Number      PIC 9(6).
    05 PC-Customer          PIC X(8).
    05 PC-Item-Code         PIC 9(5).
    05 PC-Location          PIC X(2).
    05 PC-Alloc-Qty         PIC 9(5).
    05 PC-Picked-Qty        PIC 9(5).
    05 PC-Confirmed-Flag    PIC X.
    05 PC-Requested-Date    PIC 9(8).

*> One record per lot still holding stock at an item and location.
*> The lots at a location never add up to more than Item-Quantity;
*> any difference is stock received without a lot number. A lot
*> drawn down to zero is not written back, so it drops off.
FD  LotFile.
01  Lot-Record.
    05 Lot-Item-Code        PIC 9(5).
    05 Lot-Location         PIC X(2).
    05 Lot-Number           PIC X(10).
    05 Lot-Received-Date    PIC 9(8).
    05 Lot-Expiry-Date      PIC 9(8).
    05 Lot-Quantity         PIC 9(5).

FD  ExpiryReportFile.
01  Expiry-Record           PIC X(132).

*> One record per component of a kit. A kit is an ordinary item on
*> the master; this file is what makes it a kit.
FD  BillOfMaterialsFile.
01  BOM-Record.
    05 BOM-Kit-Code         PIC 9(5).
    05 BOM-Component-Code   PIC 9(5).
    05 BOM-Qty-Per-Kit      PIC 9(5).

FD  ControlCardFile.
01  ControlCard-Record      PIC X(80).

     88 WS-Run-Mode-Cycle    VALUE 'C'.
     88 WS-Run-Mode-Maint    VALUE 'M'.
     88 WS-Run-Mode-Select   VALUE 'S'.
     88 WS-Run-Mode-Allocate VALUE 'O'.
     88 WS-Run-Mode-Pick     VALUE 'P'.

  01 WS-Entry-Trans-Type      PIC X VALUE SPACE.
     88 WS-Entry-Receipt      VALUES 'R', SPACE.
     88 WS-Entry-Issue        VALUE 'I'.
     88 WS-Entry-Adjustment   VALUE 'A'.
     88 WS-Entry-Transfer     VALUE 'T'.
     88 WS-Entry-Assemble     VALUE 'K'.
     88 WS-Entry-Disassemble  VALUE 'D'.

  01 WS-Audit-Action          PIC X(7) VALUE "ADD".
*> Which location's balance the audit record is talking about - a
*> transfer writes two records, one per side.
  01 WS-Audit-Location        PIC X(2).
*> Set only while a kit is being assembled or taken apart, so every
*> component and kit movement on AUDITLOG carries the kit it was for.
  01 WS-Audit-Kit-Code        PIC 9(5) VALUE 0.

*> Everything ran as one implied warehouse before locations existed,
*> so a blank location anywhere means this one.
  01 WS-Entry-Item-Vendor        PIC X(5).
  01 WS-Entry-Item-Reorder-Qty   PIC 9(5).
  01 WS-Entry-Item-Unit-Cost     PIC 9(5)V99.
  01 WS-Entry-Lot-Number         PIC X(10).
  01 WS-Entry-Expiry-Date        PIC 9(8).

*> Distinct locations seen on the master this run, collected so the
*> reports can break by location without a sort.
*>   existed parse space-filled here and default on the way in.
     05 FILLER                PIC X(5).
     05 WS-BO-Location        PIC X(2).
*>   A customer-order shortfall carries its order number and customer
*>   after the location; an over-limit receipt leaves them blank.
     05 FILLER                PIC X(5).
     05 WS-BO-Order-No        PIC 9(6).
     05 FILLER                PIC X(6).
     05 WS-BO-Customer        PIC X(8).

*> Pending back orders held while BACKORDER is rewritten with the
*> still-unfillable remainder carried forward.
        10 WS-BO-T-Req-Qty    PIC 9(5).
        10 WS-BO-T-Excess     PIC 9(5).
        10 WS-BO-T-Date       PIC 9(8).
        10 WS-BO-T-Order-No   PIC 9(6).
        10 WS-BO-T-Customer   PIC X(8).
  01 WS-BO-Count              PIC 9(3) COMP VALUE 0.
  01 WS-BO-Sub                PIC 9(3) COMP.
  01 WS-BO-Headroom           PIC S9(6).
        10 WS-RO-Level        PIC 9(5).
        10 WS-RO-Vendor       PIC X(5).
        10 WS-RO-Reorder-Qty  PIC 9(5).
        10 WS-RO-Unit-Cost    PIC 9(5)V99.
        10 WS-RO-Done         PIC X.
  01 WS-RO-Count              PIC 9(3) COMP VALUE 0.

*> added to it, and the still-open remainder is written back at end
*> of run.
  01 WS-OpenPO-Status         PIC XX.
  01 WS-POHist-Status         PIC XX.
  01 WS-OPO-EOF-Flag          PIC X VALUE 'N'.
     88 WS-OPO-EOF            VALUE 'Y'.
  01 WS-OPO-Table.

*> Run-level value movement for the GL extract. Shrinkage is signed:
*> positive when the approved count found less than the book said
*> (stock lost), negative when it found more. Revaluation is signed
*> too: positive when a kit's rolled-up cost rose on stock already
*> held, negative when it fell.
  01 WS-InvGL-Status          PIC XX.
  01 WS-GL-Receipts-Value     PIC 9(11)V99 VALUE 0.
  01 WS-GL-Issues-Value       PIC 9(11)V99 VALUE 0.
  01 WS-GL-Shrink-Value       PIC S9(11)V99 VALUE 0.
  01 WS-GL-Reval-Value        PIC S9(11)V99 VALUE 0.
  01 WS-GL-Work-Value         PIC S9(11)V99.
  01 WS-GL-Amt-Edited         PIC 9(11).99.
  01 WS-CC-Posting-Flag       PIC X VALUE 'N'.
     88 WS-CC-Posting         VALUE 'Y'.

*> Customer order allocation and pick confirmation. The pick table
*> holds tonight's allocations until the pick list is printed by
*> location, and in confirmation mode holds PICKCONF while it is
*> posted and the unconfirmed remainder written back.
  01 WS-CustOrder-Status      PIC XX.
  01 WS-CustOrder-EOF-Flag    PIC X VALUE 'N'.
     88 WS-CustOrder-EOF      VALUE 'Y'.
  01 WS-PickList-Status       PIC XX.
  01 WS-PickConf-Status       PIC XX.
  01 WS-PickConf-EOF-Flag     PIC X VALUE 'N'.
     88 WS-PickConf-EOF       VALUE 'Y'.
  01 WS-Ord-Number            PIC 9(6).
  01 WS-Ord-Customer          PIC X(8).
  01 WS-Ord-Item-Code         PIC 9(5).
  01 WS-Ord-Location          PIC X(2).
  01 WS-Ord-Quantity          PIC 9(5).
  01 WS-Ord-Req-Date          PIC 9(8).
  01 WS-Ord-BO-Date           PIC 9(8) VALUE ZERO.
  01 WS-Ord-Alloc-Qty         PIC 9(5).
  01 WS-Ord-Short-Qty         PIC 9(5).
  01 WS-ATP-Qty               PIC S9(6).
  01 WS-ATP-Edited            PIC Z(5)9.
  01 WS-Pick-Table.
     05 WS-Pick-Entry OCCURS 500 TIMES.
        10 WS-PK-Order-No     PIC 9(6).
        10 WS-PK-Customer     PIC X(8).
        10 WS-PK-Code         PIC 9(5).
        10 WS-PK-Location     PIC X(2).
        10 WS-PK-Name         PIC X(30).
        10 WS-PK-Alloc-Qty    PIC 9(5).
        10 WS-PK-Picked-Qty   PIC 9(5).
        10 WS-PK-Confirmed    PIC X.
        10 WS-PK-Req-Date     PIC 9(8).
  01 WS-Pick-Count            PIC 9(3) COMP VALUE 0.
  01 WS-Pick-Sub              PIC 9(3) COMP.
  01 WS-Pick-Overflow-Flag    PIC X VALUE 'N'.
     88 WS-Pick-Overflow      VALUE 'Y'.
  01 WS-Pick-Loc-Lines        PIC 9(4).
  01 WS-Pick-Loc-Qty          PIC 9(7).
  01 WS-Pick-Posted-Count     PIC 9(5) VALUE 0.
  01 WS-Pick-Held-Count       PIC 9(5) VALUE 0.
  01 WS-Pick-Prior-Alloc      PIC 9(5).
  01 WS-Pick-Reject-Mark      PIC 9(6).

*> In-memory copy of LOTFILE, loaded up front and written back at
*> end of run like the open-PO table. A file too big for the table
*> is not written back at all, so no lot is ever lost to truncation.
  01 WS-Lot-Status            PIC XX.
  01 WS-Lot-EOF-Flag          PIC X VALUE 'N'.
     88 WS-Lot-EOF            VALUE 'Y'.
  01 WS-Lot-Overflow-Flag     PIC X VALUE 'N'.
     88 WS-Lot-Overflow       VALUE 'Y'.
  01 WS-Lot-Table.
     05 WS-Lot-Entry OCCURS 1000 TIMES.
        10 WS-LT-Code         PIC 9(5).
        10 WS-LT-Location     PIC X(2).
        10 WS-LT-Lot-No       PIC X(10).
        10 WS-LT-Received     PIC 9(8).
        10 WS-LT-Expiry       PIC 9(8).
        10 WS-LT-Qty          PIC 9(5).
  01 WS-Lot-Count             PIC 9(4) COMP VALUE 0.
  01 WS-Lot-Sub               PIC 9(4) COMP.
  01 WS-Lot-Found-Idx         PIC 9(4) COMP.
  01 WS-Lot-Best-Idx          PIC 9(4) COMP.
  01 WS-Lot-Best-Expiry       PIC 9(8).
  01 WS-Lot-Sort-Expiry       PIC 9(8).
*> Work fields describing the lot movement in hand.
  01 WS-Lot-Code              PIC 9(5).
  01 WS-Lot-Loc               PIC X(2).
  01 WS-Lot-No                PIC X(10).
  01 WS-Lot-Received          PIC 9(8).
  01 WS-Lot-Expiry            PIC 9(8).
  01 WS-Lot-Move-Qty          PIC 9(5).
  01 WS-Lot-Remaining         PIC 9(5).
  01 WS-Lot-Total             PIC 9(7).
  01 WS-Lot-Action            PIC X(7).
  01 WS-Lot-Xfr-To-Loc        PIC X(2).
  01 WS-Lot-Save-Loc          PIC X(2).

  01 WS-Expiry-Status         PIC XX.
  01 WS-Exp-Window-Days       PIC 9(3) VALUE 30.

*> Month-end snapshot: MONTHEND=yyyymm on the control card names the
*> month the run closes and asks for the ITEMSNAP generation.
  01 WS-InvGLHist-Status      PIC XX.
  01 WS-InvGL-EOF-Flag        PIC X VALUE 'N'.
     88 WS-InvGL-EOF          VALUE 'Y'.
  01 WS-Snapshot-Status       PIC XX.
  01 WS-Snapshot-File-Name    PIC X(20).
  01 WS-Snapshot-Month        PIC 9(6) VALUE 0.
  01 WS-Snapshot-Month-X REDEFINES WS-Snapshot-Month.
     05 WS-Snapshot-Year      PIC 9(4).
     05 WS-Snapshot-Mon       PIC 9(2).
  01 WS-Snapshot-Open-Flag    PIC X VALUE 'N'.
     88 WS-Snapshot-Open      VALUE 'Y'.
  01 WS-Exp-Today-Int         PIC 9(7).
  01 WS-Exp-Days-Left         PIC S9(7).
  01 WS-Exp-Days-Edited       PIC -(6)9.
  01 WS-Exp-State             PIC X(8).
  01 WS-Exp-Value             PIC 9(10)V99.
  01 WS-Exp-Value-Edited      PIC 9(10).99.
  01 WS-Exp-Expired-Total     PIC 9(13)V99.
  01 WS-Exp-Expiring-Total    PIC 9(13)V99.
  01 WS-Exp-Total-Edited      PIC 9(13).99.
  01 WS-Exp-Line-Count        PIC 9(5).

*> Bill of materials held in memory for the run, and the work
*> fields for an all-or-nothing kit build or break-down.
  01 WS-BOM-Status            PIC XX.
  01 WS-BOM-EOF-Flag          PIC X VALUE 'N'.
     88 WS-BOM-EOF            VALUE 'Y'.
  01 WS-BOM-Table.
     05 WS-BOM-Entry OCCURS 500 TIMES.
        10 WS-BOM-Kit         PIC 9(5).
        10 WS-BOM-Comp        PIC 9(5).
        10 WS-BOM-Qty         PIC 9(5).
  01 WS-BOM-Count             PIC 9(3) COMP VALUE 0.
  01 WS-BOM-Sub               PIC 9(3) COMP.
  01 WS-BOM-Found-Idx         PIC 9(3) COMP.
  01 WS-BOM-Lines             PIC 9(3).
  01 WS-Kit-Direction         PIC X.
     88 WS-Kit-Assembling     VALUE 'A'.
     88 WS-Kit-Breaking       VALUE 'D'.
  01 WS-Kit-OK-Flag           PIC X.
     88 WS-Kit-OK             VALUE 'Y'.
  01 WS-Kit-Code              PIC 9(5).
  01 WS-Kit-Count             PIC 9(5).
  01 WS-Kit-Need-Qty          PIC 9(7).
  01 WS-Kit-Rolled-Cost       PIC 9(7)V99.
  01 WS-Kit-Cost-Missing-Flag PIC X.
  01 WS-Kit-Key-Table.
     05 WS-Kit-Key-Entry OCCURS 200 TIMES.
        10 WS-KK-Code         PIC 9(5).
        10 WS-KK-Location     PIC X(2).
  01 WS-Kit-Key-Count         PIC 9(3) COMP VALUE 0.
  01 WS-Kit-Key-Sub           PIC 9(3) COMP.
  01 WS-Kit-Found-Flag        PIC X.
  01 WS-Kit-Recost-Count      PIC 9(5).

  01 WS-Maint-Status          PIC XX.
  01 WS-Maint-EOF-Flag        PIC X VALUE 'N'.
     88 WS-Maint-EOF          VALUE 'Y'.
  01 WS-CC-Counted-Records    PIC 9(5) VALUE 0.
  01 WS-CC-Variance-Count     PIC 9(5) VALUE 0.
  01 WS-CC-Posted-Count       PIC 9(5) VALUE 0.
  01 WS-CC-Refused-Count      PIC 9(5) VALUE 0.
  01 WS-CC-Approval-OK-Flag   PIC X VALUE 'Y'.
     88 WS-CC-Approval-OK     VALUE 'Y'.

  01 WS-Current-YYYYMMDD      PIC 9(8).

  01 WS-Card-Value            PIC X(20).
  01 WS-Card-Mode-Found-Flag  PIC X VALUE 'N'.
     88 WS-Card-Mode-Found    VALUE 'Y'.
  01 WS-Card-Num-OK-Flag      PIC X.
  01 WS-Card-Blank-Seen-Flag  PIC X.
  01 WS-Card-Digits           PIC 9(2).
  01 WS-Card-Max-Digits       PIC 9(2).

*> Checkpoint/restart for the batch load. A checkpoint is taken
*> every WS-Ckpt-Interval transactions (CKPTINT= card). ITEMMAST is
*> updated in place, so anything applied after the last checkpoint
*> is applied again on a restart - the default of 1 closes that
*> window; a larger interval trades it for speed.
  01 WS-Checkpoint-Status     PIC XX.
  01 WS-Ckpt-Interval         PIC 9(5) VALUE 1.
  01 WS-Ckpt-Since            PIC 9(5) VALUE 0.
  01 WS-Trans-Seq             PIC 9(7) VALUE 0.
  01 WS-Restart-Seq           PIC 9(7) VALUE 0.
  01 WS-First-Trans           PIC X(85) VALUE SPACES.
*> Set only once TRANFILE has been read to the end, so a load that
*> never ran cannot mark a crashed run's checkpoint DONE.
  01 WS-Load-Done-Flag        PIC X VALUE 'N'.
     88 WS-Load-Done          VALUE 'Y'.
  01 WS-Card-Sub              PIC 9(2) COMP.

  01 WS-RunLog-Status         PIC XX.
  01 WS-RL-Program-Id         PIC X(8) VALUE "INVMGMT".
  01 WS-RL-Rejected-Count     PIC 9(6) VALUE 0.
  01 WS-RL-Run-Status         PIC X(4) VALUE "OK".

*> Request to the operator authority check, in oprauth's own layout.
*> WS-Auth-User comes back as the real submitting user and is what
*> every AUDITLOG record is stamped with.
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

*> Transmission registry work: the name, count and control total of
*> the file this run is about to consume, and what XMITREG says about
*> it.
  01 WS-XmitReg-Status        PIC XX.
  01 WS-XR-EOF-Flag           PIC X VALUE 'N'.
     88 WS-XR-EOF             VALUE 'Y'.
  01 WS-XR-File-Name          PIC X(10) VALUE SPACES.
  01 WS-XR-Override-File      PIC X(10) VALUE SPACES.
  01 WS-XR-Count              PIC 9(9) VALUE 0.
  01 WS-XR-Hash               PIC 9(15) VALUE 0.
  01 WS-XR-Hash-Work          PIC 9(15).
  01 WS-XR-Rec-Sum            PIC 9(11).
  01 WS-XR-Weight             PIC 9(4).
  01 WS-XR-Quotient           PIC 9(15).
  01 WS-XR-Record             PIC X(132).
  01 WS-XR-Length             PIC 9(4) COMP.
  01 WS-XR-Pos                PIC 9(4) COMP.
  01 WS-XR-Byte-Pair.
     05 WS-XR-Byte-Hi         PIC X VALUE LOW-VALUE.
     05 WS-XR-Byte-Lo         PIC X.
  01 WS-XR-Byte-Value REDEFINES WS-XR-Byte-Pair PIC 9(4) COMP.
  01 WS-XR-Dup-Flag           PIC X VALUE 'N'.
     88 WS-XR-Duplicate       VALUE 'Y'.
  01 WS-XR-Prior-Date         PIC 9(8).
  01 WS-XR-Prior-Program      PIC X(8).
  01 WS-XR-Disposition        PIC X(8).
  01 WS-XR-Log-Label          PIC X(9).
  01 WS-XR-Today              PIC 9(8).
  01 WS-XR-Time               PIC 9(8).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM WRITE-RUNLOG-START.
    DISPLAY "Welcome to the Inventory Management System!".
    PERFORM GET-RUN-OPTIONS.
    PERFORM CHECK-RUN-AUTHORITY.
    IF WS-Run-Mode-Batch
        PERFORM COUNT-TRAN-TRANSMISSION
        PERFORM CHECK-TRANSMISSION-REGISTRY
    END-IF.

    OPEN EXTEND AuditFile.
    IF WS-Audit-Status = "35"
        OPEN OUTPUT AuditFile
    END-IF.

    OPEN EXTEND POHistoryFile.
    IF WS-POHist-Status = "35"
        CLOSE POHistoryFile
        OPEN OUTPUT POHistoryFile
    END-IF.

    PERFORM OPEN-ITEM-MASTER.
    PERFORM LOAD-OPEN-PURCHASE-ORDERS.
    PERFORM LOAD-LOT-FILE.
    PERFORM LOAD-BILL-OF-MATERIALS.
    PERFORM ROLL-UP-KIT-COSTS.
    PERFORM RELEASE-BACK-ORDERS.

    OPEN EXTEND BackOrderFile.
            PERFORM ITEM-MAINTENANCE
        WHEN WS-Run-Mode-Select
            PERFORM CYCLE-COUNT-SELECTION
        WHEN WS-Run-Mode-Allocate
            PERFORM ORDER-ALLOCATION
        WHEN WS-Run-Mode-Pick
            PERFORM PICK-CONFIRMATION
        WHEN OTHER
            PERFORM INTERACTIVE-ENTRY-LOOP
    END-EVALUATE.
    CLOSE AuditFile.
    CLOSE BackOrderFile.

*>  Component costs may have moved tonight - kits are re-costed
*>  before anything is valued.
    PERFORM ROLL-UP-KIT-COSTS.
    PERFORM DISPLAY-INVENTORY.
    PERFORM DISPLAY-REORDER-REPORT.
    PERFORM WRITE-PURCHASE-ORDERS.
    PERFORM SAVE-OPEN-PURCHASE-ORDERS.
    CLOSE POHistoryFile.
    PERFORM SAVE-LOT-FILE.
    PERFORM WRITE-VALUATION-REPORT.
    PERFORM WRITE-AGING-REPORT.
    PERFORM WRITE-EXPIRY-REPORT.
    PERFORM WRITE-INVENTORY-GL-EXTRACT.
    PERFORM SAVE-ITEM-MASTER.
    CLOSE ItemMasterFile.
    IF WS-Run-Mode-Batch
        IF WS-Load-Done
            PERFORM MARK-CHECKPOINT-DONE
        END-IF
        IF WS-RL-Run-Status NOT = "FAIL"
            PERFORM RECORD-TRANSMISSION
        END-IF
    END-IF.
    MOVE WS-Item-Count TO WS-RL-Written-Count.
    PERFORM WRITE-RUNLOG-END.
    STOP RUN.
    END-IF.
    IF NOT WS-Card-Mode-Found
        DISPLAY "Select mode - (I)nteractive, (B)atch, "
            "(C)ycle-count, (M)aintenance, count (S)election, "
            "(O)rder allocation or (P)ick confirmation: "
        ACCEPT WS-Run-Mode
    END-IF.

        WHEN "MODE"
            MOVE WS-Card-Value(1:1) TO WS-Run-Mode
            MOVE 'Y' TO WS-Card-Mode-Found-Flag
*>      How far ahead the expiring-stock report looks, in days.
        WHEN "EXPDAYS"
            MOVE 3 TO WS-Card-Max-Digits
            PERFORM VALIDATE-CARD-NUMBER
            COMPUTE WS-Exp-Window-Days =
                FUNCTION NUMVAL(WS-Card-Value)
*>      Transactions between checkpoints on the batch load.
        WHEN "CKPTINT"
            MOVE 5 TO WS-Card-Max-Digits
            PERFORM VALIDATE-CARD-NUMBER
            COMPUTE WS-Ckpt-Interval =
                FUNCTION NUMVAL(WS-Card-Value)
            IF WS-Ckpt-Interval = ZERO
                MOVE 1 TO WS-Ckpt-Interval
            END-IF
*>      Month being closed - this run also keeps the month-end
*>      snapshot of the master unload.
        WHEN "MONTHEND"
            MOVE 6 TO WS-Card-Max-Digits
            PERFORM VALIDATE-CARD-NUMBER
            COMPUTE WS-Snapshot-Month =
                FUNCTION NUMVAL(WS-Card-Value)
            IF WS-Snapshot-Mon < 1 OR WS-Snapshot-Mon > 12
                    OR WS-Snapshot-Year < 1900
                DISPLAY "ERROR: BAD CONTROL CARD VALUE: "
                    ControlCard-Record
                MOVE "FAIL" TO WS-RL-Run-Status
                PERFORM WRITE-RUNLOG-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
*>      Takes the named input file again although XMITREG shows it
*>      already loaded.
        WHEN "DUPOK"
            MOVE WS-Card-Value TO WS-XR-Override-File
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Digits only, nothing after the first blank, and at least one
*> digit - anything else ends the run here with the offending card
*> on the console, the same check ReorderAdvice makes on DAYS=.
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
    IF WS-Card-Digits = ZERO OR WS-Card-Digits > WS-Card-Max-Digits
        MOVE 'N' TO WS-Card-Num-OK-Flag
    END-IF.
    IF WS-Card-Num-OK-Flag = 'N'
        DISPLAY "ERROR: BAD CONTROL CARD VALUE: " ControlCard-Record
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Counts and totals TRANFILE for the transmission registry before
*> anything in it is applied; a file that will not open is left for
*> the main read to report.
COUNT-TRAN-TRANSMISSION.
    MOVE "TRANFILE" TO WS-XR-File-Name.
    MOVE 85 TO WS-XR-Length.
    MOVE ZERO TO WS-XR-Count.
    MOVE ZERO TO WS-XR-Hash.
    MOVE 'N' TO WS-XR-EOF-Flag.
    OPEN INPUT TransactionFile.
    IF WS-Transaction-Status = "00"
        PERFORM UNTIL WS-XR-EOF
            READ TransactionFile
                AT END
                    MOVE 'Y' TO WS-XR-EOF-Flag
                NOT AT END
                    MOVE Transaction-Record TO WS-XR-Record
                    PERFORM XMIT-HASH-RECORD
            END-READ
        END-PERFORM
        CLOSE TransactionFile
    END-IF.

*> Control total for the transmission registry: every byte of the
*> record weighted by its column, and each record by its place in
*> the file, so the same records reordered or with one figure
*> changed give a different total.
XMIT-HASH-RECORD.
    ADD 1 TO WS-XR-Count.
    MOVE ZERO TO WS-XR-Rec-Sum.
    PERFORM VARYING WS-XR-Pos FROM 1 BY 1
            UNTIL WS-XR-Pos > WS-XR-Length
        MOVE WS-XR-Record(WS-XR-Pos:1) TO WS-XR-Byte-Lo
        COMPUTE WS-XR-Rec-Sum = WS-XR-Rec-Sum
            + WS-XR-Byte-Value * WS-XR-Pos
    END-PERFORM.
    DIVIDE WS-XR-Count BY 1000 GIVING WS-XR-Quotient
        REMAINDER WS-XR-Weight.
    COMPUTE WS-XR-Hash-Work =
        WS-XR-Hash + WS-XR-Rec-Sum * (WS-XR-Weight + 1).
    DIVIDE WS-XR-Hash-Work BY 999999999989 GIVING WS-XR-Quotient
        REMAINDER WS-XR-Hash.

*> A transmission already on XMITREG under the same name, record
*> count and control total has been consumed before. The run is
*> refused with STATUS=DUPL on RUNLOG unless a DUPOK= control card
*> names the file, in which case it goes ahead and the override is
*> logged on RUNLOG and registered. An empty file is not checked.
CHECK-TRANSMISSION-REGISTRY.
    MOVE 'N' TO WS-XR-Dup-Flag.
    MOVE 'N' TO WS-XR-EOF-Flag.
    MOVE "LOADED" TO WS-XR-Disposition.
    IF WS-XR-Count > ZERO
        OPEN INPUT XmitRegFile
        IF WS-XmitReg-Status = "00"
            PERFORM READ-XMITREG-RECORD
            PERFORM UNTIL WS-XR-EOF
                IF XR-File-Name = WS-XR-File-Name
                        AND XR-Record-Count = WS-XR-Count
                        AND XR-Hash-Total = WS-XR-Hash
                    MOVE 'Y' TO WS-XR-Dup-Flag
                    MOVE XR-Run-Date TO WS-XR-Prior-Date
                    MOVE XR-Program-Id TO WS-XR-Prior-Program
                END-IF
                PERFORM READ-XMITREG-RECORD
            END-PERFORM
            CLOSE XmitRegFile
        END-IF
    END-IF.
    IF WS-XR-Duplicate
        IF WS-XR-Override-File = WS-XR-File-Name
            DISPLAY "WARNING: " WS-XR-File-Name
                " WAS ALREADY LOADED ON " WS-XR-Prior-Date
                " BY " WS-XR-Prior-Program
                " - TAKEN AGAIN ON DUPOK OVERRIDE."
            MOVE "OVERRIDE" TO WS-XR-Disposition
            MOVE "OVERRIDE" TO WS-XR-Log-Label
            PERFORM WRITE-XMITREG-RUNLOG
        ELSE
            DISPLAY "ERROR: " WS-XR-File-Name
                " WAS ALREADY LOADED ON " WS-XR-Prior-Date
                " BY " WS-XR-Prior-Program " - RUN REFUSED. DUPOK="
                WS-XR-File-Name " ON THE CONTROL CARD TAKES IT AGAIN."
            MOVE "DUPLICATE" TO WS-XR-Log-Label
            PERFORM WRITE-XMITREG-RUNLOG
            MOVE "DUPL" TO WS-RL-Run-Status
            PERFORM WRITE-RUNLOG-END
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

READ-XMITREG-RECORD.
    READ XmitRegFile
        AT END
            MOVE 'Y' TO WS-XR-EOF-Flag
    END-READ.

WRITE-XMITREG-RUNLOG.
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
        CLOSE RunLogFile
        OPEN OUTPUT RunLogFile
    END-IF.
    ACCEPT WS-XR-Today FROM DATE YYYYMMDD.
    ACCEPT WS-XR-Time FROM TIME.
    MOVE SPACES TO RunLog-Record.
    STRING WS-XR-Log-Label
           " PGM=" WS-RL-Program-Id
           " DATE=" WS-XR-Today
           " TIME=" WS-XR-Time
           " FILE=" WS-XR-File-Name
           " COUNT=" WS-XR-Count
           " HASH=" WS-XR-Hash
           " LOADED=" WS-XR-Prior-Date
           " BY=" WS-XR-Prior-Program
        DELIMITED BY SIZE INTO RunLog-Record
    END-STRING.
    WRITE RunLog-Record.
    CLOSE RunLogFile.

*> Registers the transmission once the run has consumed it.
RECORD-TRANSMISSION.
    IF WS-XR-Count > ZERO
        OPEN EXTEND XmitRegFile
        IF WS-XmitReg-Status = "35"
            CLOSE XmitRegFile
            OPEN OUTPUT XmitRegFile
        END-IF
        IF WS-XmitReg-Status = "00"
            ACCEPT WS-XR-Today FROM DATE YYYYMMDD
            ACCEPT WS-XR-Time FROM TIME
            MOVE SPACES TO XmitReg-Record
            MOVE WS-XR-File-Name    TO XR-File-Name
            MOVE WS-XR-Count        TO XR-Record-Count
            MOVE WS-XR-Hash         TO XR-Hash-Total
            MOVE WS-XR-Today        TO XR-Run-Date
            MOVE WS-XR-Time         TO XR-Run-Time
            MOVE WS-RL-Program-Id   TO XR-Program-Id
            MOVE WS-XR-Disposition  TO XR-Disposition
            WRITE XmitReg-Record
            CLOSE XmitRegFile
        ELSE
            DISPLAY "WARNING: CANNOT OPEN XMITREG, STATUS="
                WS-XmitReg-Status " - " WS-XR-File-Name
                " IS NOT REGISTERED AS LOADED."
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> The submitting user must hold RUN authority for the mode asked
*> for (RUN * covers every mode) or the run stops here, before
*> anything is opened, with STATUS=DENY on RUNLOG.
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
*> Opens (creating if need be) the indexed master and, when it turns
*> up empty, converts the old sequential ITEMMASTIN into it once.
*> Without a master nothing downstream can run, so a file that will
*> not open fails the run here. A master built before
*> Item-Allocated-Qty was added is five bytes short; it is reloaded
*> once, not patched: the last ITEMMASTOUT unload goes in as
*> ITEMMASTIN against an empty ITEMMAST, and the missing column
*> loads as zero.
OPEN-ITEM-MASTER.
    OPEN I-O ItemMasterFile.
    IF WS-ItemMast-Status = "35"
        CLOSE ItemMasterFile
        OPEN I-O ItemMasterFile
    END-IF.
    IF WS-ItemMast-Status = "39"
        PERFORM ITEM-MASTER-WRONG-LAYOUT
    END-IF.
    IF WS-ItemMast-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN ITEMMAST, STATUS="
            WS-ItemMast-Status
    PERFORM READ-NEXT-ITEM.
    IF WS-Item-Sweep-EOF
        PERFORM CONVERT-ITEM-MASTER-IN
    ELSE
        IF WS-ItemMast-Status = "04"
           OR Item-Allocated-Qty NOT NUMERIC
            CLOSE ItemMasterFile
            PERFORM ITEM-MASTER-WRONG-LAYOUT
        END-IF
    END-IF.
    PERFORM COLLECT-ITEM-LOCATIONS.

ITEM-MASTER-WRONG-LAYOUT.
    DISPLAY "ERROR: ITEMMAST HAS THE OLD RECORD LENGTH, STATUS="
        WS-ItemMast-Status.
    DISPLAY "ERROR: RELOAD IT ONCE - LAST ITEMMASTOUT AS ITEMMASTIN, "
        "ITEMMAST EMPTY".
    MOVE "FAIL" TO WS-RL-Run-Status.
    PERFORM WRITE-RUNLOG-END.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

*> Positions a key-ordered sweep of the master at its first record.
START-ITEM-SWEEP.
    MOVE 'N' TO WS-Item-Sweep-EOF-Flag.
            ELSE
                MOVE ItemMast-In-Last-Count TO Item-Last-Count
            END-IF
            IF ItemMast-In-Allocated-Qty NOT NUMERIC
                MOVE ZERO                      TO Item-Allocated-Qty
            ELSE
                MOVE ItemMast-In-Allocated-Qty TO Item-Allocated-Qty
            END-IF
            MOVE ItemMast-In-Name          TO Item-Name
            MOVE ItemMast-In-Quantity      TO Item-Quantity
            MOVE ItemMast-In-Reorder-Level TO Item-Reorder-Level
    MOVE SPACES TO ItemMast-In-Status.
    MOVE ZERO   TO ItemMast-In-Last-Move.
    MOVE ZERO   TO ItemMast-In-Last-Count.
    MOVE ZERO   TO ItemMast-In-Allocated-Qty.
    READ ItemMasterInFile
        AT END
            MOVE 'Y' TO WS-ItemMast-In-EOF-Flag
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        MOVE ZERO TO WS-Item-Count
        PERFORM OPEN-ITEM-SNAPSHOT
        PERFORM START-ITEM-SWEEP
        PERFORM READ-NEXT-ITEM
        PERFORM UNTIL WS-Item-Sweep-EOF
            MOVE Item-Last-Move     TO ItemMast-Out-Last-Move
            MOVE "," TO ItemMast-Out-Sep10
            MOVE Item-Last-Count    TO ItemMast-Out-Last-Count
            MOVE "," TO ItemMast-Out-Sep11
            MOVE Item-Allocated-Qty TO ItemMast-Out-Allocated-Qty
            WRITE ItemMasterOut-Record
            IF WS-Snapshot-Open
                WRITE ItemSnapshot-Record FROM ItemMasterOut-Record
            END-IF
            ADD 1 TO WS-Item-Count
            PERFORM READ-NEXT-ITEM
        END-PERFORM
        CLOSE ItemMasterOutFile
        IF WS-Snapshot-Open
            CLOSE ItemSnapshotFile
            DISPLAY "INFO: Month-end snapshot " WS-Snapshot-File-Name
                " written, " WS-Item-Count " items."
        END-IF
    END-IF.

*> Only a MONTHEND= run keeps a snapshot; a rerun of the same month
*> replaces that month's generation with the corrected unload.
OPEN-ITEM-SNAPSHOT.
    MOVE 'N' TO WS-Snapshot-Open-Flag.
    IF WS-Snapshot-Month NOT = ZERO
        MOVE SPACES TO WS-Snapshot-File-Name
        STRING "ITEMSNAP." WS-Snapshot-Month
            DELIMITED BY SIZE INTO WS-Snapshot-File-Name
        END-STRING
        OPEN OUTPUT ItemSnapshotFile
        IF WS-Snapshot-Status NOT = "00"
            DISPLAY "ERROR: CANNOT OPEN SNAPSHOT "
                WS-Snapshot-File-Name " STATUS=" WS-Snapshot-Status
            MOVE "FAIL" TO WS-RL-Run-Status
        ELSE
            MOVE 'Y' TO WS-Snapshot-Open-Flag
        END-IF
    END-IF.

INTERACTIVE-ENTRY-LOOP.
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        PERFORM READ-TRANSACTION-RECORD
        IF NOT WS-Transaction-EOF
            MOVE Transaction-Record TO WS-First-Trans
        END-IF
        PERFORM CHECK-FOR-RESTART
        PERFORM UNTIL WS-Transaction-EOF
                OR WS-Trans-Seq > WS-Restart-Seq
            PERFORM READ-TRANSACTION-RECORD
        END-PERFORM
        PERFORM UNTIL WS-Transaction-EOF
            MOVE Trans-Type               TO WS-Entry-Trans-Type
            MOVE Trans-Item-Code          TO WS-Entry-Item-Code
            MOVE Trans-Item-Vendor        TO WS-Entry-Item-Vendor
            MOVE Trans-Item-Reorder-Qty   TO WS-Entry-Item-Reorder-Qty
            MOVE Trans-Item-Unit-Cost     TO WS-Entry-Item-Unit-Cost
            MOVE Trans-Lot-Number         TO WS-Entry-Lot-Number
            MOVE Trans-Expiry-Date        TO WS-Entry-Expiry-Date
*>          A record cut before the vendor and cost columns existed
*>          arrives space-padded here, and spaces in a numeric field
*>          would poison the purchase-order and valuation arithmetic
            IF Trans-Item-Unit-Cost NOT NUMERIC
                MOVE ZERO TO WS-Entry-Item-Unit-Cost
            END-IF
            IF Trans-Expiry-Date NOT NUMERIC
                MOVE ZERO TO WS-Entry-Expiry-Date
            END-IF
            PERFORM PROCESS-INVENTORY
            ADD 1 TO WS-Ckpt-Since
            IF WS-Ckpt-Since >= WS-Ckpt-Interval
                PERFORM TAKE-CHECKPOINT
            END-IF
            PERFORM READ-TRANSACTION-RECORD
        END-PERFORM
        IF WS-Ckpt-Since > ZERO
            PERFORM TAKE-CHECKPOINT
        END-IF
        CLOSE TransactionFile
        MOVE 'Y' TO WS-Load-Done-Flag
    END-IF.

*> A checkpoint still OPEN means the last B-mode run died part-way
*> through TRANFILE. The records it applied are skipped, its counts
*> and GL values are carried on from the checkpoint (added to, since
*> back orders released tonight are already in them), and RUNLOG
*> shows the run as a restart. A checkpoint for some other file is
*> refused rather than guessed at.
CHECK-FOR-RESTART.
    MOVE ZERO TO WS-Restart-Seq.
    OPEN INPUT CheckpointFile.
    IF WS-Checkpoint-Status = "00"
        READ CheckpointFile
            AT END
                MOVE "DONE" TO CK-Status
        END-READ
        CLOSE CheckpointFile
        IF CK-Load-Open
            PERFORM RESUME-FROM-CHECKPOINT
        END-IF
    END-IF.

RESUME-FROM-CHECKPOINT.
    IF CK-First-Trans NOT = WS-First-Trans
        DISPLAY "ERROR: INVCKPT is open for a different TRANFILE "
            "(checkpoint of " CK-Run-Date ", " CK-Trans-Seq
            " records). Restore or clear it before rerunning."
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE CK-Trans-Seq TO WS-Restart-Seq.
    ADD CK-Read-Count        TO WS-RL-Read-Count.
    ADD CK-Written-Count     TO WS-RL-Written-Count.
    ADD CK-Rejected-Count    TO WS-RL-Rejected-Count.
    ADD CK-GL-Receipts-Value TO WS-GL-Receipts-Value.
    ADD CK-GL-Issues-Value   TO WS-GL-Issues-Value.
    ADD CK-GL-Shrink-Value   TO WS-GL-Shrink-Value.
*>  A checkpoint written before revaluation was carried ends at
*>  CK-First-Trans and reads back blank here.
    IF CK-GL-Reval-Value NUMERIC
        ADD CK-GL-Reval-Value TO WS-GL-Reval-Value
    END-IF.
    DISPLAY "INFO: Restarting batch load after transaction "
        WS-Restart-Seq " (checkpoint of " CK-Run-Date ").".
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
        CLOSE RunLogFile
        OPEN OUTPUT RunLogFile
    END-IF.
    ACCEPT WS-Current-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT WS-RL-Time FROM TIME.
    MOVE SPACES TO RunLog-Record.
    STRING "RESTART PGM=" WS-RL-Program-Id
           " DATE=" WS-Current-YYYYMMDD
           " TIME=" WS-RL-Time
           " FROM-SEQ=" WS-Restart-Seq
           " CKPT-DATE=" CK-Run-Date
        DELIMITED BY SIZE INTO RunLog-Record
    END-STRING.
    WRITE RunLog-Record.
    CLOSE RunLogFile.

*> LOTFILE and OPENPO are held in tables and only rewritten at the
*> end of the run, so they are saved with every checkpoint to stay
*> in step with what ITEMMAST already holds.
TAKE-CHECKPOINT.
    IF NOT WS-Lot-Overflow
        PERFORM SAVE-LOT-FILE
    END-IF.
    PERFORM SAVE-OPEN-PURCHASE-ORDERS.
    MOVE "OPEN" TO CK-Status.
    PERFORM WRITE-CHECKPOINT-RECORD.
    MOVE ZERO TO WS-Ckpt-Since.

MARK-CHECKPOINT-DONE.
    MOVE "DONE" TO CK-Status.
    PERFORM WRITE-CHECKPOINT-RECORD.

WRITE-CHECKPOINT-RECORD.
    ACCEPT WS-Current-YYYYMMDD FROM DATE YYYYMMDD.
    MOVE WS-Current-YYYYMMDD  TO CK-Run-Date.
    MOVE WS-Trans-Seq         TO CK-Trans-Seq.
    MOVE WS-RL-Read-Count     TO CK-Read-Count.
    MOVE WS-RL-Written-Count  TO CK-Written-Count.
    MOVE WS-RL-Rejected-Count TO CK-Rejected-Count.
    MOVE WS-GL-Receipts-Value TO CK-GL-Receipts-Value.
    MOVE WS-GL-Issues-Value   TO CK-GL-Issues-Value.
    MOVE WS-GL-Shrink-Value   TO CK-GL-Shrink-Value.
    MOVE WS-GL-Reval-Value    TO CK-GL-Reval-Value.
    MOVE WS-First-Trans       TO CK-First-Trans.
    OPEN OUTPUT CheckpointFile.
    IF WS-Checkpoint-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN INVCKPT, STATUS="
            WS-Checkpoint-Status
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        WRITE Checkpoint-Record
        CLOSE CheckpointFile
    END-IF.

READ-TRANSACTION-RECORD.
*>  previous record's locations.
    MOVE SPACES TO Trans-Location.
    MOVE SPACES TO Trans-To-Location.
    MOVE SPACES TO Trans-Lot-Number.
    MOVE ZERO   TO Trans-Expiry-Date.
    READ TransactionFile
        AT END
            MOVE 'Y' TO WS-Transaction-EOF-Flag
        NOT AT END
            ADD 1 TO WS-Trans-Seq
    END-READ.

INPUT-ITEM-DETAILS.
    ACCEPT WS-Entry-Item-Code.
    IF WS-Entry-Item-Code NOT = ZERO
        DISPLAY "Enter Transaction Type - (R)eceipt, (I)ssue, "
            "(A)djustment, (T)ransfer, (K)it assembly, "
            "(D)isassembly: "
        ACCEPT WS-Entry-Trans-Type
        DISPLAY "Enter Location (blank for " WS-Default-Location "): "
        ACCEPT WS-Entry-Location
        ACCEPT WS-Entry-Item-Reorder-Qty
        DISPLAY "Enter Unit Cost: "
        ACCEPT WS-Entry-Item-Unit-Cost
        MOVE SPACES TO WS-Entry-Lot-Number
        MOVE ZERO   TO WS-Entry-Expiry-Date
        IF WS-Entry-Receipt
            DISPLAY "Enter Lot Number (blank if not dated stock): "
            ACCEPT WS-Entry-Lot-Number
            IF WS-Entry-Lot-Number NOT = SPACES
                DISPLAY "Enter Expiry Date (YYYYMMDD, 0 for none): "
                ACCEPT WS-Entry-Expiry-Date
            END-IF
        END-IF
    END-IF.

*> One keyed READ on item code and location replaces the old walk of
            PERFORM PROCESS-ADJUSTMENT
        WHEN WS-Entry-Transfer
            PERFORM PROCESS-TRANSFER
        WHEN WS-Entry-Assemble
            PERFORM PROCESS-KIT-ASSEMBLY
        WHEN WS-Entry-Disassemble
            PERFORM PROCESS-KIT-DISASSEMBLY
        WHEN OTHER
            MOVE "Unknown transaction type. Cannot process."
                TO Error-Message
                MOVE WS-Current-YYYYMMDD TO Item-Last-Move
                PERFORM REWRITE-ITEM-RECORD
                PERFORM MATCH-RECEIPT-TO-OPEN-PO
                PERFORM ADD-RECEIPT-LOT
                COMPUTE WS-GL-Work-Value =
                    WS-Entry-Item-Quantity * Item-Unit-Cost
                ADD WS-GL-Work-Value TO WS-GL-Receipts-Value
            MOVE WS-Current-YYYYMMDD TO Item-Last-Move
            PERFORM REWRITE-ITEM-RECORD
            PERFORM MATCH-RECEIPT-TO-OPEN-PO
            PERFORM ADD-RECEIPT-LOT
            COMPUTE WS-GL-Work-Value =
                WS-Entry-Item-Quantity * Item-Unit-Cost
            ADD WS-GL-Work-Value TO WS-GL-Receipts-Value
            DISPLAY Error-Message
            PERFORM WRITE-AUDIT-RECORD-REJECTED
        ELSE
*>      Stock promised to a customer order is not free to issue - a
*>      confirmed pick releases its allocation before it issues.
        IF WS-Entry-Item-Quantity > Item-Quantity - Item-Allocated-Qty
            MOVE "Stock is allocated to orders. Issue rejected."
                TO Error-Message
            DISPLAY Error-Message
            PERFORM WRITE-AUDIT-RECORD-REJECTED
        ELSE
            SUBTRACT WS-Entry-Item-Quantity FROM Item-Quantity
            MOVE Item-Quantity TO WS-New-Quantity
            DISPLAY "Item issued from inventory successfully!"
            MOVE "ISSUE" TO WS-Audit-Action
            PERFORM WRITE-AUDIT-RECORD-SUCCESS
            MOVE WS-Entry-Item-Code     TO WS-Lot-Code
            MOVE WS-Entry-Location      TO WS-Lot-Loc
            MOVE WS-Entry-Item-Quantity TO WS-Lot-Remaining
            MOVE "LOT-OUT"              TO WS-Lot-Action
            MOVE SPACES                 TO WS-Lot-Xfr-To-Loc
            PERFORM DRAW-DOWN-LOTS-FEFO
            MOVE WS-Current-YYYYMMDD TO Item-Last-Move
            PERFORM REWRITE-ITEM-RECORD
            COMPUTE WS-GL-Work-Value =
            ADD WS-GL-Work-Value TO WS-GL-Issues-Value
        END-IF
        END-IF
        END-IF
    END-IF.

*> An adjustment replaces the on-hand balance with the quantity on
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
*>  Stock already promised to orders cannot be adjusted away - the
*>  orders have to be released first, the same rule as a transfer.
    IF WS-Entry-Item-Quantity < Item-Allocated-Qty
        MOVE "Stock is allocated to orders. Adjustment rejected."
            TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
        MOVE WS-Entry-Item-Quantity TO Item-Quantity
        MOVE Item-Quantity TO WS-New-Quantity
        IF WS-Entry-Item-Reorder-Level NOT = ZERO
        PERFORM WRITE-AUDIT-RECORD-SUCCESS
        MOVE WS-Current-YYYYMMDD TO Item-Last-Move
        PERFORM REWRITE-ITEM-RECORD
        PERFORM TRIM-LOTS-TO-ON-HAND
*>      Only corrections posted by an approved cycle count belong to
*>      shrinkage - an ordinary keyed adjustment stays off the GL.
        IF WS-CC-Posting
                (WS-Old-Quantity - WS-New-Quantity) * Item-Unit-Cost
            ADD WS-GL-Work-Value TO WS-GL-Shrink-Value
        END-IF
    END-IF
    END-IF.

*> A transfer moves stock between two locations of the same item -
            TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
    IF WS-Entry-Item-Quantity > Item-Quantity - Item-Allocated-Qty
        MOVE "Stock is allocated to orders. Transfer rejected."
            TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
        MOVE Item-Quantity      TO WS-Xfr-From-Qty
        MOVE Item-Name          TO WS-Entry-Item-Name
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

*> Both sides of a pre-checked transfer: stock out of the from
        MOVE WS-Current-YYYYMMDD TO Item-Last-Move
        PERFORM REWRITE-ITEM-RECORD
    END-IF.
*>  Dated stock travels with its lots: the earliest-expiring lots at
*>  the from-location move across first, as on an issue.
    MOVE WS-Entry-Item-Code     TO WS-Lot-Code.
    MOVE WS-Entry-Location      TO WS-Lot-Loc.
    MOVE WS-Entry-Item-Quantity TO WS-Lot-Remaining.
    MOVE "LOT-OUT"              TO WS-Lot-Action.
    MOVE WS-Entry-To-Location   TO WS-Lot-Xfr-To-Loc.
    PERFORM DRAW-DOWN-LOTS-FEFO.
    DISPLAY "Item transferred between locations successfully!".

*> The old compile-time 500-entry cap is gone with the indexed
    MOVE 'A'                         TO Item-Status.
    MOVE ZERO                        TO Item-Last-Move.
    MOVE ZERO                        TO Item-Last-Count.
    MOVE ZERO                        TO Item-Allocated-Qty.
    WRITE ItemMaster-Record
        INVALID KEY
            DISPLAY "ERROR: CANNOT ADD ITEM " WS-Entry-Item-Code
*> The location rides at the end of the record, after the date, so
*> AuditInquiry's fixed-position parse overlays keep lining up on
*> history and new records alike.
*> A kit movement adds the kit code after the location.
WRITE-AUDIT-RECORD-SUCCESS.
    MOVE SPACES TO Audit-Record.
    ACCEPT WS-Current-YYYYMMDD FROM DATE YYYYMMDD.
    IF WS-Audit-Kit-Code = ZERO
        STRING WS-Audit-Action " ITEM=" WS-Entry-Item-Code
               " OLD-QTY=" WS-Old-Quantity
               " NEW-QTY=" WS-New-Quantity
               " DATE="    WS-Current-YYYYMMDD
               " LOC="     WS-Audit-Location
               " USER="    WS-Auth-User
            DELIMITED BY SIZE INTO Audit-Record
        END-STRING
    ELSE
        STRING WS-Audit-Action " ITEM=" WS-Entry-Item-Code
               " OLD-QTY=" WS-Old-Quantity
               " NEW-QTY=" WS-New-Quantity
               " DATE="    WS-Current-YYYYMMDD
               " LOC="     WS-Audit-Location
               " KIT="     WS-Audit-Kit-Code
               " USER="    WS-Auth-User
            DELIMITED BY SIZE INTO Audit-Record
        END-STRING
    END-IF.
    WRITE Audit-Record.

WRITE-AUDIT-RECORD-REJECTED.
           " REASON="     Error-Message
           " DATE="       WS-Current-YYYYMMDD
           " LOC="        WS-Audit-Location
           " USER="       WS-Auth-User
        DELIMITED BY SIZE INTO Audit-Record
    END-STRING.
    WRITE Audit-Record.
        DISPLAY " "
        DISPLAY "LOCATION " WS-Loc-Code(WS-Loc-Sub) ":"
        DISPLAY "Item Code    Item Name                     Quantity"
            "  Allocated  Available"
        MOVE ZERO TO WS-Loc-Qty-Total
        PERFORM START-ITEM-SWEEP
        PERFORM READ-NEXT-ITEM
        PERFORM UNTIL WS-Item-Sweep-EOF
            IF Item-Location = WS-Loc-Code(WS-Loc-Sub)
                    AND Item-Quantity NOT = 0
                PERFORM COMPUTE-AVAILABLE-TO-PROMISE
                DISPLAY Item-Code "          "
                        Item-Name "          "
                        Item-Quantity "      "
                        Item-Allocated-Qty "     "
                        WS-ATP-Edited
                ADD Item-Quantity TO WS-Loc-Qty-Total
            END-IF
            PERFORM READ-NEXT-ITEM
        MOVE WS-Current-YYYYMMDD TO Item-Last-Count
        PERFORM REWRITE-ITEM-RECORD

        MOVE 'Y' TO WS-CC-Approval-OK-Flag
        IF Count-Approved-Flag = 'Y'
                AND WS-CC-Difference NOT = ZERO
            PERFORM CHECK-COUNT-APPROVAL
        END-IF
        IF Count-Approved-Flag = 'Y'
                AND WS-CC-Difference NOT = ZERO
                AND WS-CC-Approval-OK
*>          PROCESS-INVENTORY counts the posting as another read -
*>          back it out so a counted item is one record, not two.
            SUBTRACT 1 FROM WS-RL-Read-Count
            MOVE 'Y' TO WS-CC-Posting-Flag
            PERFORM PROCESS-INVENTORY
            MOVE 'N' TO WS-CC-Posting-Flag
*>          A count below the stock allocated to orders is refused by
*>          PROCESS-ADJUSTMENT and leaves the book quantity in place.
            IF Item-Quantity = Count-Quantity
                ADD 1 TO WS-CC-Posted-Count
            END-IF
        END-IF
    END-IF.

*> Setting the approval byte is not enough: the submitting user
*> must hold CCAPPR authority for InventoryManagement up to the
*> variance in units and in value at the item's cost. A refused
*> count is reported, not posted, and the run ends with a warning.
CHECK-COUNT-APPROVAL.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "CCAPPR" TO WS-Auth-Function.
    IF WS-CC-Difference < ZERO
        COMPUTE WS-Auth-Quantity = ZERO - WS-CC-Difference
    ELSE
        MOVE WS-CC-Difference TO WS-Auth-Quantity
    END-IF.
    COMPUTE WS-Auth-Amount = WS-Auth-Quantity * Item-Unit-Cost.
    MOVE SPACES TO WS-Auth-Reference.
    STRING "COUNT ITEM=" Count-Item-Code
           " LOC=" WS-Entry-Location
           " DIFF=" WS-CC-Diff-Edited
        DELIMITED BY SIZE INTO WS-Auth-Reference
    END-STRING.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        MOVE 'N' TO WS-CC-Approval-OK-Flag
        ADD 1 TO WS-CC-Refused-Count
        ADD 1 TO WS-RL-Rejected-Count
        MOVE SPACES TO Variance-Record
        STRING "ITEM=" Count-Item-Code
               " LOC=" WS-Entry-Location
               " APPROVAL REFUSED USER=" WS-Auth-User
               " " WS-Auth-Reason
               " - COUNT NOT POSTED"
            DELIMITED BY SIZE INTO Variance-Record
        END-STRING
        WRITE Variance-Record
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    STRING "TOTALS COUNTED=" WS-CC-Counted-Records
           " VARIANCES="     WS-CC-Variance-Count
           " POSTED="        WS-CC-Posted-Count
           " REFUSED="       WS-CC-Refused-Count
        DELIMITED BY SIZE INTO Variance-Record
    END-STRING.
    WRITE Variance-Record.
           " NEW-QTY=" WS-New-Quantity
           " DATE="    WS-Current-YYYYMMDD
           " LOC="     WS-Audit-Location
           " USER="    WS-Auth-User
        DELIMITED BY SIZE INTO Audit-Record
    END-STRING.
    WRITE Audit-Record.
            MOVE WS-BO-Req-Qty   TO WS-BO-T-Req-Qty(WS-BO-Count)
            MOVE WS-BO-Excess    TO WS-BO-T-Excess(WS-BO-Count)
            MOVE WS-BO-Date      TO WS-BO-T-Date(WS-BO-Count)
            IF WS-BO-Order-No NOT NUMERIC
                MOVE ZERO        TO WS-BO-T-Order-No(WS-BO-Count)
                MOVE SPACES      TO WS-BO-T-Customer(WS-BO-Count)
            ELSE
                MOVE WS-BO-Order-No TO WS-BO-T-Order-No(WS-BO-Count)
                MOVE WS-BO-Customer TO WS-BO-T-Customer(WS-BO-Count)
            END-IF
            PERFORM READ-BACK-ORDER-RECORD
            END-IF
        END-PERFORM
            OPEN OUTPUT BackOrderFile
            PERFORM VARYING WS-BO-Sub FROM 1 BY 1
                    UNTIL WS-BO-Sub > WS-BO-Count
                IF WS-BO-T-Order-No(WS-BO-Sub) = ZERO
                    PERFORM RELEASE-ONE-BACK-ORDER
                ELSE
                    PERFORM CARRY-CUSTOMER-BACK-ORDER
                END-IF
            END-PERFORM
            CLOSE BackOrderFile
        END-IF
    END-IF.

READ-BACK-ORDER-RECORD.
*>  Records written before the order columns existed are shorter -
*>  clear the overlay so they parse as plain over-limit back orders.
    MOVE SPACES TO BackOrder-Record.
    READ BackOrderFile
        AT END
            MOVE 'Y' TO WS-BO-EOF-Flag
        PERFORM WRITE-CARRIED-BACK-ORDER
    END-IF.

*> A customer-order shortfall is unmet demand, not surplus stock
*> waiting for room under the limit, so it is never released as a
*> receipt. An allocation run takes these up itself, oldest first,
*> ahead of the new orders; every other run carries them forward
*> untouched.
CARRY-CUSTOMER-BACK-ORDER.
    IF NOT WS-Run-Mode-Allocate
        MOVE WS-BO-T-Excess(WS-BO-Sub) TO WS-BO-Remainder
        PERFORM WRITE-CARRIED-BACK-ORDER
    END-IF.

*> Same layout as WRITE-BACK-ORDER-RECORD so the record can be read
*> back again on the next release run.
WRITE-CARRIED-BACK-ORDER.
    MOVE SPACES TO BackOrder-Record.
    IF WS-BO-T-Order-No(WS-BO-Sub) = ZERO
        STRING "ITEM="     WS-BO-T-Code(WS-BO-Sub)
               " REQ-QTY="  WS-BO-T-Req-Qty(WS-BO-Sub)
               " EXCESS="   WS-BO-Remainder
               " DATE="     WS-BO-T-Date(WS-BO-Sub)
               " LOC="      WS-BO-T-Location(WS-BO-Sub)
            DELIMITED BY SIZE INTO BackOrder-Record
        END-STRING
    ELSE
        STRING "ITEM="     WS-BO-T-Code(WS-BO-Sub)
               " REQ-QTY="  WS-BO-T-Req-Qty(WS-BO-Sub)
               " EXCESS="   WS-BO-Remainder
               " DATE="     WS-BO-T-Date(WS-BO-Sub)
               " LOC="      WS-BO-T-Location(WS-BO-Sub)
               " ORD="      WS-BO-T-Order-No(WS-BO-Sub)
               " CUST="     WS-BO-T-Customer(WS-BO-Sub)
            DELIMITED BY SIZE INTO BackOrder-Record
        END-STRING
    END-IF.
    WRITE BackOrder-Record.

*> One purchase order per vendor for every item sitting below its
                MOVE Item-Vendor        TO WS-RO-Vendor(WS-RO-Count)
                MOVE Item-Reorder-Qty
                    TO WS-RO-Reorder-Qty(WS-RO-Count)
                MOVE Item-Unit-Cost     TO WS-RO-Unit-Cost(WS-RO-Count)
                MOVE SPACE              TO WS-RO-Done(WS-RO-Count)
            END-IF
        END-IF
        MOVE ZERO                    TO WS-OPO-T-Recv-Qty(WS-OPO-Count)
        MOVE 'O'                     TO WS-OPO-T-Status(WS-OPO-Count)
        MOVE WS-Current-YYYYMMDD     TO WS-OPO-T-Date(WS-OPO-Count)
        MOVE "ORD"                   TO PH-Type
        MOVE WS-PO-Order-Qty         TO PH-Event-Qty
        MOVE ZERO                    TO PH-Recv-To-Date
        MOVE WS-RO-Unit-Cost(WS-PO-Sub2) TO PH-Unit-Cost
        MOVE WS-OPO-Count            TO WS-OPO-Found-Idx
        PERFORM WRITE-PO-HISTORY-RECORD
    END-IF.

*> Loads OPENPO at start of run. The control record (item code zero)
        ELSE
            MOVE 'P' TO WS-OPO-T-Status(WS-OPO-Found-Idx)
        END-IF
        MOVE "RCV"                   TO PH-Type
        MOVE WS-Entry-Item-Quantity  TO PH-Event-Qty
        MOVE WS-OPO-T-Recv-Qty(WS-OPO-Found-Idx) TO PH-Recv-To-Date
        MOVE Item-Unit-Cost          TO PH-Unit-Cost
        PERFORM WRITE-PO-HISTORY-RECORD
    END-IF.

*> Caller sets the type, event quantity, received-to-date and cost;
*> the rest comes from the open-PO entry at WS-OPO-Found-Idx.
WRITE-PO-HISTORY-RECORD.
    ACCEPT WS-Current-YYYYMMDD FROM DATE YYYYMMDD.
    MOVE WS-OPO-T-PO-Number(WS-OPO-Found-Idx) TO PH-PO-Number.
    MOVE WS-OPO-T-Code(WS-OPO-Found-Idx)      TO PH-Item-Code.
    MOVE WS-OPO-T-Location(WS-OPO-Found-Idx)  TO PH-Location.
    MOVE WS-OPO-T-Vendor(WS-OPO-Found-Idx)    TO PH-Vendor.
    MOVE WS-OPO-T-Order-Qty(WS-OPO-Found-Idx) TO PH-Order-Qty.
    MOVE WS-OPO-T-Date(WS-OPO-Found-Idx)      TO PH-PO-Date.
    MOVE WS-Current-YYYYMMDD                  TO PH-Event-Date.
    MOVE WS-OPO-T-Status(WS-OPO-Found-Idx)    TO PH-Line-Status.
    WRITE POHist-Record.

*> Rewrites OPENPO with the control record and every line still
*> open or partially received; filled lines are complete and are
*> deliberately not carried forward.
*> Balanced GL extract of the run's inventory movement, one
*> debit/credit pair per movement class, each line dated and tied
*> to the run. Shrinkage flips sides when the counts found MORE
*> stock than the book carried; revaluation flips when kit costs
*> fell.
WRITE-INVENTORY-GL-EXTRACT.
    OPEN OUTPUT InvGLExtractFile.
    IF WS-InvGL-Status NOT = "00"
                WRITE InvGLExtract-Record
            END-IF
        END-IF
        IF WS-GL-Reval-Value NOT = ZERO
            IF WS-GL-Reval-Value > ZERO
                MOVE WS-GL-Reval-Value TO WS-GL-Amt-Edited
                MOVE SPACES TO InvGLExtract-Record
                STRING "DATE=" WS-Current-YYYYMMDD
                       " RUN=" WS-RL-Program-Id
                       " ACCT=130000 INVENTORY          DR"
                       " AMT=" WS-GL-Amt-Edited
                    DELIMITED BY SIZE INTO InvGLExtract-Record
                END-STRING
                WRITE InvGLExtract-Record
                MOVE SPACES TO InvGLExtract-Record
                STRING "DATE=" WS-Current-YYYYMMDD
                       " RUN=" WS-RL-Program-Id
                       " ACCT=525000 COST-REVALUATION   CR"
                       " AMT=" WS-GL-Amt-Edited
                    DELIMITED BY SIZE INTO InvGLExtract-Record
                END-STRING
                WRITE InvGLExtract-Record
            ELSE
                COMPUTE WS-GL-Work-Value = 0 - WS-GL-Reval-Value
                MOVE WS-GL-Work-Value TO WS-GL-Amt-Edited
                MOVE SPACES TO InvGLExtract-Record
                STRING "DATE=" WS-Current-YYYYMMDD
                       " RUN=" WS-RL-Program-Id
                       " ACCT=525000 COST-REVALUATION   DR"
                       " AMT=" WS-GL-Amt-Edited
                    DELIMITED BY SIZE INTO InvGLExtract-Record
                END-STRING
                WRITE InvGLExtract-Record
                MOVE SPACES TO InvGLExtract-Record
                STRING "DATE=" WS-Current-YYYYMMDD
                       " RUN=" WS-RL-Program-Id
                       " ACCT=130000 INVENTORY          CR"
                       " AMT=" WS-GL-Amt-Edited
                    DELIMITED BY SIZE INTO InvGLExtract-Record
                END-STRING
                WRITE InvGLExtract-Record
            END-IF
        END-IF
        CLOSE InvGLExtractFile
        PERFORM APPEND-GL-EXTRACT-HISTORY
    END-IF.

*> Tonight's INVGLEXT is copied onto the end of INVGLHIST; the
*> roll-forward picks the month's lines out by their DATE=.
APPEND-GL-EXTRACT-HISTORY.
    OPEN EXTEND InvGLHistoryFile.
    IF WS-InvGLHist-Status = "35"
        CLOSE InvGLHistoryFile
        OPEN OUTPUT InvGLHistoryFile
    END-IF.
    IF WS-InvGLHist-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN INVGLHIST, STATUS="
            WS-InvGLHist-Status
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        MOVE 'N' TO WS-InvGL-EOF-Flag
        OPEN INPUT InvGLExtractFile
        PERFORM READ-GL-EXTRACT-RECORD
        PERFORM UNTIL WS-InvGL-EOF
            WRITE InvGLHistory-Record FROM InvGLExtract-Record
            PERFORM READ-GL-EXTRACT-RECORD
        END-PERFORM
        CLOSE InvGLExtractFile
        CLOSE InvGLHistoryFile
    END-IF.

READ-GL-EXTRACT-RECORD.
    READ InvGLExtractFile
        AT END
            MOVE 'Y' TO WS-InvGL-EOF-Flag
    END-READ.

*> Count (S)election mode: classifies every active item A/B/C by its
*> share of the company's extended value - the same quantity times
*> unit cost math the valuation report uses - and writes the next
        WRITE CountSel-Record
        ADD 1 TO WS-Sel-Picked-Count
    END-IF.

*> Available to promise: on hand less what is already promised to
*> customer orders, never shown below zero (an approved count can
*> leave less on the shelf than was allocated).
COMPUTE-AVAILABLE-TO-PROMISE.
    COMPUTE WS-ATP-Qty = Item-Quantity - Item-Allocated-Qty.
    IF WS-ATP-Qty < ZERO
        MOVE ZERO TO WS-ATP-Qty
    END-IF.
    MOVE WS-ATP-Qty TO WS-ATP-Edited.

*> (O)rder allocation mode: reserves stock for each customer order
*> line against its item and location without touching on-hand -
*> Item-Allocated-Qty carries the promise until the warehouse picks
*> it. Customer back orders carried from earlier runs are retried
*> first so the oldest demand is served first; whatever cannot be
*> covered now goes back to BACKORDER under its order number. The
*> pick list is printed by location at the end, with a matching
*> PICKCONF line per allocation for the warehouse to confirm.
ORDER-ALLOCATION.
    MOVE ZERO TO WS-Pick-Count.
    IF NOT WS-BO-Overflow
        PERFORM VARYING WS-BO-Sub FROM 1 BY 1
                UNTIL WS-BO-Sub > WS-BO-Count
            IF WS-BO-T-Order-No(WS-BO-Sub) NOT = ZERO
                    AND WS-BO-T-Excess(WS-BO-Sub) > ZERO
                PERFORM RETRY-CUSTOMER-BACK-ORDER
            END-IF
        END-PERFORM
    END-IF.

    OPEN INPUT CustOrderFile.
    IF WS-CustOrder-Status NOT = "00"
        DISPLAY "WARNING: Cannot open customer order file, status="
            WS-CustOrder-Status
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        PERFORM READ-CUST-ORDER-RECORD
        PERFORM UNTIL WS-CustOrder-EOF
            PERFORM ALLOCATE-ONE-ORDER
            PERFORM READ-CUST-ORDER-RECORD
        END-PERFORM
        CLOSE CustOrderFile
    END-IF.

    PERFORM WRITE-PICK-LIST.
    DISPLAY "Order allocation: " WS-Pick-Count " pick lines.".

READ-CUST-ORDER-RECORD.
    READ CustOrderFile
        AT END
            MOVE 'Y' TO WS-CustOrder-EOF-Flag
    END-READ.

ALLOCATE-ONE-ORDER.
    ADD 1 TO WS-RL-Read-Count.
    MOVE CO-Order-Number   TO WS-Ord-Number.
    MOVE CO-Customer       TO WS-Ord-Customer.
    MOVE CO-Item-Code      TO WS-Ord-Item-Code.
    IF CO-Location = SPACES
        MOVE WS-Default-Location TO WS-Ord-Location
    ELSE
        MOVE CO-Location         TO WS-Ord-Location
    END-IF.
    MOVE CO-Quantity       TO WS-Ord-Quantity.
    MOVE ZERO              TO WS-Ord-BO-Date.
    IF CO-Requested-Date NOT NUMERIC
        MOVE ZERO              TO WS-Ord-Req-Date
    ELSE
        MOVE CO-Requested-Date TO WS-Ord-Req-Date
    END-IF.
    IF CO-Quantity NOT NUMERIC OR CO-Quantity = ZERO
        MOVE CO-Item-Code    TO WS-Entry-Item-Code
        MOVE WS-Ord-Location TO WS-Audit-Location
        MOVE ZERO TO WS-Old-Quantity
        MOVE ZERO TO WS-Entry-Item-Quantity
        MOVE "Order quantity is invalid. Not allocated."
            TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
        PERFORM ALLOCATE-ORDER-LINE
    END-IF.

*> A carried customer back order is allocated exactly like a new
*> order line for its outstanding quantity; whatever is still short
*> is written back to BACKORDER by ALLOCATE-ORDER-LINE under the
*> date it was first back ordered, so it keeps its age.
RETRY-CUSTOMER-BACK-ORDER.
    MOVE WS-BO-T-Order-No(WS-BO-Sub)  TO WS-Ord-Number.
    MOVE WS-BO-T-Customer(WS-BO-Sub)  TO WS-Ord-Customer.
    MOVE WS-BO-T-Code(WS-BO-Sub)      TO WS-Ord-Item-Code.
    MOVE WS-BO-T-Location(WS-BO-Sub)  TO WS-Ord-Location.
    MOVE WS-BO-T-Excess(WS-BO-Sub)    TO WS-Ord-Quantity.
    MOVE WS-BO-T-Date(WS-BO-Sub)      TO WS-Ord-Req-Date.
    MOVE WS-BO-T-Date(WS-BO-Sub)      TO WS-Ord-BO-Date.
    PERFORM ALLOCATE-ORDER-LINE.
    MOVE WS-Ord-Short-Qty TO WS-BO-T-Excess(WS-BO-Sub).

*> Allocates as much of the order line as is available to promise.
*> On-hand does not move, so the ALLOC audit record shows the same
*> old and new quantity; the promised quantity is on the pick list.
*> A full pick table allocates nothing more - the line goes to
*> BACKORDER whole rather than being promised without a pick line.
ALLOCATE-ORDER-LINE.
    MOVE WS-Ord-Item-Code TO WS-Entry-Item-Code.
    MOVE WS-Ord-Location  TO WS-Entry-Location.
    MOVE WS-Ord-Location  TO WS-Audit-Location.
    MOVE WS-Ord-Quantity  TO WS-Entry-Item-Quantity.
    MOVE ZERO TO WS-Ord-Alloc-Qty.
    MOVE ZERO TO WS-Ord-Short-Qty.
    PERFORM FIND-ITEM-BY-CODE.
    IF WS-Item-Found
        MOVE Item-Quantity TO WS-Old-Quantity
    ELSE
        MOVE ZERO TO WS-Old-Quantity
    END-IF.

    IF NOT WS-Item-Found
        MOVE "Item not on file. Order not allocated." TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
    IF Item-Status NOT = 'A'
        MOVE "Item is inactive. Order not allocated." TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
        PERFORM COMPUTE-AVAILABLE-TO-PROMISE
        IF WS-Pick-Count >= 500
            DISPLAY "WARNING: Pick table is full, order "
                WS-Ord-Number " is back ordered."
            MOVE ZERO TO WS-ATP-Qty
        END-IF
        IF WS-Ord-Quantity > WS-ATP-Qty
            MOVE WS-ATP-Qty      TO WS-Ord-Alloc-Qty
        ELSE
            MOVE WS-Ord-Quantity TO WS-Ord-Alloc-Qty
        END-IF
        COMPUTE WS-Ord-Short-Qty = WS-Ord-Quantity - WS-Ord-Alloc-Qty
        IF WS-Ord-Alloc-Qty > ZERO
            ADD WS-Ord-Alloc-Qty TO Item-Allocated-Qty
            MOVE Item-Quantity TO WS-New-Quantity
            MOVE "ALLOC" TO WS-Audit-Action
            PERFORM WRITE-AUDIT-RECORD-SUCCESS
            PERFORM REWRITE-ITEM-RECORD
            PERFORM ADD-PICK-ENTRY
        END-IF
        IF WS-Ord-Short-Qty > ZERO
            DISPLAY "Order " WS-Ord-Number " item " WS-Ord-Item-Code
                " short " WS-Ord-Short-Qty " - back ordered."
            PERFORM WRITE-ORDER-BACK-ORDER
        END-IF
    END-IF
    END-IF.

ADD-PICK-ENTRY.
    ADD 1 TO WS-Pick-Count.
    MOVE WS-Ord-Number    TO WS-PK-Order-No(WS-Pick-Count).
    MOVE WS-Ord-Customer  TO WS-PK-Customer(WS-Pick-Count).
    MOVE WS-Ord-Item-Code TO WS-PK-Code(WS-Pick-Count).
    MOVE WS-Ord-Location  TO WS-PK-Location(WS-Pick-Count).
    MOVE Item-Name        TO WS-PK-Name(WS-Pick-Count).
    MOVE WS-Ord-Alloc-Qty TO WS-PK-Alloc-Qty(WS-Pick-Count).
    MOVE ZERO             TO WS-PK-Picked-Qty(WS-Pick-Count).
    MOVE SPACE            TO WS-PK-Confirmed(WS-Pick-Count).
    MOVE WS-Ord-Req-Date  TO WS-PK-Req-Date(WS-Pick-Count).

*> Same layout as WRITE-BACK-ORDER-RECORD with the order number and
*> customer trailing, so RELEASE-BACK-ORDERS reads it back and knows
*> it for a customer shortfall. A new order line is dated today; a
*> carried one keeps its original date.
WRITE-ORDER-BACK-ORDER.
    MOVE SPACES TO BackOrder-Record.
    IF WS-Ord-BO-Date = ZERO
        ACCEPT WS-Ord-BO-Date FROM DATE YYYYMMDD
    END-IF.
    STRING "ITEM="     WS-Ord-Item-Code
           " REQ-QTY="  WS-Ord-Quantity
           " EXCESS="   WS-Ord-Short-Qty
           " DATE="     WS-Ord-BO-Date
           " LOC="      WS-Ord-Location
           " ORD="      WS-Ord-Number
           " CUST="     WS-Ord-Customer
        DELIMITED BY SIZE INTO BackOrder-Record
    END-STRING.
    WRITE BackOrder-Record.

*> One section per location so each building gets its own sheet,
*> the same location break the valuation report uses. PICKCONF is
*> appended, not replaced, so lines from an earlier allocation that
*> the warehouse has not confirmed yet are not lost.
WRITE-PICK-LIST.
    OPEN OUTPUT PickListFile.
    IF WS-PickList-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN PICKLIST, STATUS="
            WS-PickList-Status
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        OPEN EXTEND PickConfirmFile
        IF WS-PickConf-Status = "35"
            CLOSE PickConfirmFile
            OPEN OUTPUT PickConfirmFile
        END-IF
        ACCEPT WS-Current-YYYYMMDD FROM DATE YYYYMMDD
        MOVE SPACES TO PickList-Record
        STRING "WAREHOUSE PICK LIST DATE=" WS-Current-YYYYMMDD
            DELIMITED BY SIZE INTO PickList-Record
        END-STRING
        WRITE PickList-Record
        PERFORM VARYING WS-Loc-Sub FROM 1 BY 1
                UNTIL WS-Loc-Sub > WS-Loc-Count
            MOVE SPACES TO PickList-Record
            STRING "LOCATION " WS-Loc-Code(WS-Loc-Sub) ":"
                DELIMITED BY SIZE INTO PickList-Record
            END-STRING
            WRITE PickList-Record
            MOVE ZERO TO WS-Pick-Loc-Lines
            MOVE ZERO TO WS-Pick-Loc-Qty
            PERFORM VARYING WS-Pick-Sub FROM 1 BY 1
                    UNTIL WS-Pick-Sub > WS-Pick-Count
                IF WS-PK-Location(WS-Pick-Sub) = WS-Loc-Code(WS-Loc-Sub)
                    PERFORM WRITE-ONE-PICK-LINE
                END-IF
            END-PERFORM
            MOVE SPACES TO PickList-Record
            STRING "LOCATION " WS-Loc-Code(WS-Loc-Sub)
                   " PICK LINES=" WS-Pick-Loc-Lines
                   " TOTAL PICK QTY=" WS-Pick-Loc-Qty
                DELIMITED BY SIZE INTO PickList-Record
            END-STRING
            WRITE PickList-Record
        END-PERFORM
        CLOSE PickListFile
        CLOSE PickConfirmFile
    END-IF.

WRITE-ONE-PICK-LINE.
    MOVE SPACES TO PickList-Record.
    STRING "  ORDER="    WS-PK-Order-No(WS-Pick-Sub)
           " CUST="      WS-PK-Customer(WS-Pick-Sub)
           " ITEM="      WS-PK-Code(WS-Pick-Sub)
           " NAME="      WS-PK-Name(WS-Pick-Sub)
           " PICK-QTY="  WS-PK-Alloc-Qty(WS-Pick-Sub)
           " REQ-DATE="  WS-PK-Req-Date(WS-Pick-Sub)
           " PICKED=_____"
        DELIMITED BY SIZE INTO PickList-Record
    END-STRING.
    WRITE PickList-Record.
    ADD 1 TO WS-Pick-Loc-Lines.
    ADD WS-PK-Alloc-Qty(WS-Pick-Sub) TO WS-Pick-Loc-Qty.

    MOVE WS-PK-Order-No(WS-Pick-Sub)  TO PC-Order-Number.
    MOVE WS-PK-Customer(WS-Pick-Sub)  TO PC-Customer.
    MOVE WS-PK-Code(WS-Pick-Sub)      TO PC-Item-Code.
    MOVE WS-PK-Location(WS-Pick-Sub)  TO PC-Location.
    MOVE WS-PK-Alloc-Qty(WS-Pick-Sub) TO PC-Alloc-Qty.
    MOVE ZERO                         TO PC-Picked-Qty.
    MOVE SPACE                        TO PC-Confirmed-Flag.
    MOVE WS-PK-Req-Date(WS-Pick-Sub)  TO PC-Requested-Date.
    WRITE PickConfirm-Record.

*> (P)ick confirmation mode: every PICKCONF line the warehouse has
*> confirmed Y releases its allocation and posts the picked quantity
*> as an ordinary issue through PROCESS-INVENTORY, so the audit
*> trail, GL and on-hand move exactly as for a keyed issue. A short
*> pick goes to BACKORDER under its order number. Lines not yet
*> confirmed are written back to PICKCONF; as with BACKORDER, a file
*> too big for the table is left alone rather than half rewritten.
PICK-CONFIRMATION.
    MOVE ZERO TO WS-Pick-Count.
    MOVE 'N' TO WS-PickConf-EOF-Flag.
    MOVE 'N' TO WS-Pick-Overflow-Flag.
    OPEN INPUT PickConfirmFile.
    IF WS-PickConf-Status NOT = "00"
        DISPLAY "WARNING: Cannot open pick confirmation file, status="
            WS-PickConf-Status
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        PERFORM READ-PICK-CONFIRM-RECORD
        PERFORM UNTIL WS-PickConf-EOF
            IF WS-Pick-Count >= 500
                MOVE 'Y' TO WS-Pick-Overflow-Flag
                MOVE 'Y' TO WS-PickConf-EOF-Flag
            ELSE
                PERFORM LOAD-ONE-PICK-CONFIRM
                PERFORM READ-PICK-CONFIRM-RECORD
            END-IF
        END-PERFORM
        CLOSE PickConfirmFile

        IF WS-Pick-Overflow
            DISPLAY "WARNING: More than 500 pick lines on file, "
                "confirmation skipped this run."
            MOVE "FAIL" TO WS-RL-Run-Status
        ELSE
            PERFORM VARYING WS-Pick-Sub FROM 1 BY 1
                    UNTIL WS-Pick-Sub > WS-Pick-Count
                IF WS-PK-Confirmed(WS-Pick-Sub) = 'Y'
                    PERFORM CONFIRM-ONE-PICK
                END-IF
            END-PERFORM
            PERFORM SAVE-UNCONFIRMED-PICKS
        END-IF
        DISPLAY "Pick confirmation: posted=" WS-Pick-Posted-Count
            " held=" WS-Pick-Held-Count "."
    END-IF.

READ-PICK-CONFIRM-RECORD.
    READ PickConfirmFile
        AT END
            MOVE 'Y' TO WS-PickConf-EOF-Flag
    END-READ.

LOAD-ONE-PICK-CONFIRM.
    ADD 1 TO WS-RL-Read-Count.
    ADD 1 TO WS-Pick-Count.
    MOVE PC-Order-Number   TO WS-PK-Order-No(WS-Pick-Count).
    MOVE PC-Customer       TO WS-PK-Customer(WS-Pick-Count).
    MOVE PC-Item-Code      TO WS-PK-Code(WS-Pick-Count).
    IF PC-Location = SPACES
        MOVE WS-Default-Location TO WS-PK-Location(WS-Pick-Count)
    ELSE
        MOVE PC-Location         TO WS-PK-Location(WS-Pick-Count)
    END-IF.
    MOVE SPACES            TO WS-PK-Name(WS-Pick-Count).
    MOVE PC-Alloc-Qty      TO WS-PK-Alloc-Qty(WS-Pick-Count).
*>  The picker fills this column in by hand - blank means nothing
*>  was found on the shelf.
    IF PC-Picked-Qty NOT NUMERIC
        MOVE ZERO          TO WS-PK-Picked-Qty(WS-Pick-Count)
    ELSE
        MOVE PC-Picked-Qty TO WS-PK-Picked-Qty(WS-Pick-Count)
    END-IF.
    MOVE PC-Confirmed-Flag TO WS-PK-Confirmed(WS-Pick-Count).
    MOVE PC-Requested-Date TO WS-PK-Req-Date(WS-Pick-Count).

*> A pick is posted whole or not at all. Picking more than was
*> allocated is refused outright. Otherwise the allocation is
*> released first - PROCESS-ISSUE will not issue allocated stock -
*> and put back if the issue is refused, so the line goes back on
*> PICKCONF flagged H, still allocated, and no back order is cut
*> for a pick that never happened.
CONFIRM-ONE-PICK.
    MOVE WS-PK-Code(WS-Pick-Sub)     TO WS-Entry-Item-Code.
    MOVE WS-PK-Location(WS-Pick-Sub) TO WS-Entry-Location.
    MOVE WS-Entry-Location           TO WS-Audit-Location.
    MOVE WS-PK-Picked-Qty(WS-Pick-Sub) TO WS-Entry-Item-Quantity.
    PERFORM FIND-ITEM-BY-CODE.
    IF NOT WS-Item-Found
        MOVE ZERO TO WS-Old-Quantity
        MOVE "Item not on file. Pick not posted." TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
    IF WS-PK-Picked-Qty(WS-Pick-Sub) > WS-PK-Alloc-Qty(WS-Pick-Sub)
        MOVE Item-Quantity TO WS-Old-Quantity
        MOVE "Picked more than allocated. Pick not posted."
            TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
        MOVE 'H' TO WS-PK-Confirmed(WS-Pick-Sub)
    ELSE
        MOVE Item-Allocated-Qty TO WS-Pick-Prior-Alloc
        IF WS-PK-Alloc-Qty(WS-Pick-Sub) > Item-Allocated-Qty
            MOVE ZERO TO Item-Allocated-Qty
        ELSE
            SUBTRACT WS-PK-Alloc-Qty(WS-Pick-Sub)
                FROM Item-Allocated-Qty
        END-IF
        PERFORM REWRITE-ITEM-RECORD

        IF WS-PK-Picked-Qty(WS-Pick-Sub) > ZERO
*>          PROCESS-INVENTORY counts the posting as another read -
*>          back it out so a pick line is one record, not two.
            SUBTRACT 1 FROM WS-RL-Read-Count
            MOVE WS-RL-Rejected-Count TO WS-Pick-Reject-Mark
            MOVE 'I' TO WS-Entry-Trans-Type
            MOVE Item-Name TO WS-Entry-Item-Name
            MOVE WS-PK-Picked-Qty(WS-Pick-Sub) TO WS-Entry-Item-Quantity
            MOVE ZERO   TO WS-Entry-Item-Reorder-Level
            MOVE SPACES TO WS-Entry-Item-Vendor
            MOVE ZERO   TO WS-Entry-Item-Reorder-Qty
            MOVE ZERO   TO WS-Entry-Item-Unit-Cost
            PERFORM PROCESS-INVENTORY
            IF WS-RL-Rejected-Count > WS-Pick-Reject-Mark
                PERFORM RESTORE-PICK-ALLOCATION
            END-IF
        END-IF

        IF WS-PK-Confirmed(WS-Pick-Sub) = 'Y'
            ADD 1 TO WS-Pick-Posted-Count
            IF WS-PK-Picked-Qty(WS-Pick-Sub)
                    < WS-PK-Alloc-Qty(WS-Pick-Sub)
                MOVE WS-PK-Order-No(WS-Pick-Sub)  TO WS-Ord-Number
                MOVE WS-PK-Customer(WS-Pick-Sub)  TO WS-Ord-Customer
                MOVE WS-PK-Code(WS-Pick-Sub)      TO WS-Ord-Item-Code
                MOVE WS-PK-Location(WS-Pick-Sub)  TO WS-Ord-Location
                MOVE WS-PK-Alloc-Qty(WS-Pick-Sub) TO WS-Ord-Quantity
                MOVE ZERO                         TO WS-Ord-BO-Date
                COMPUTE WS-Ord-Short-Qty =
                    WS-PK-Alloc-Qty(WS-Pick-Sub)
                    - WS-PK-Picked-Qty(WS-Pick-Sub)
                PERFORM WRITE-ORDER-BACK-ORDER
            END-IF
        END-IF
    END-IF
    END-IF.

*> The issue was refused with the item unchanged on the master, so
*> the allocation goes back exactly as it stood before the release.
RESTORE-PICK-ALLOCATION.
    MOVE WS-PK-Code(WS-Pick-Sub)     TO WS-Entry-Item-Code.
    MOVE WS-PK-Location(WS-Pick-Sub) TO WS-Entry-Location.
    PERFORM FIND-ITEM-BY-CODE.
    IF WS-Item-Found
        MOVE WS-Pick-Prior-Alloc TO Item-Allocated-Qty
        PERFORM REWRITE-ITEM-RECORD
    END-IF.
    MOVE 'H' TO WS-PK-Confirmed(WS-Pick-Sub).

SAVE-UNCONFIRMED-PICKS.
    OPEN OUTPUT PickConfirmFile.
    IF WS-PickConf-Status NOT = "00"
        DISPLAY "ERROR: CANNOT REWRITE PICKCONF, STATUS="
            WS-PickConf-Status
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        PERFORM VARYING WS-Pick-Sub FROM 1 BY 1
                UNTIL WS-Pick-Sub > WS-Pick-Count
            IF WS-PK-Confirmed(WS-Pick-Sub) NOT = 'Y'
                MOVE WS-PK-Order-No(WS-Pick-Sub)   TO PC-Order-Number
                MOVE WS-PK-Customer(WS-Pick-Sub)   TO PC-Customer
                MOVE WS-PK-Code(WS-Pick-Sub)       TO PC-Item-Code
                MOVE WS-PK-Location(WS-Pick-Sub)   TO PC-Location
                MOVE WS-PK-Alloc-Qty(WS-Pick-Sub)  TO PC-Alloc-Qty
                MOVE WS-PK-Picked-Qty(WS-Pick-Sub) TO PC-Picked-Qty
                MOVE WS-PK-Confirmed(WS-Pick-Sub)  TO PC-Confirmed-Flag
                MOVE WS-PK-Req-Date(WS-Pick-Sub)   TO PC-Requested-Date
                WRITE PickConfirm-Record
                ADD 1 TO WS-Pick-Held-Count
            END-IF
        END-PERFORM
        CLOSE PickConfirmFile
    END-IF.

*> Loads LOTFILE at start of run; blank locations are the default
*> location, as on every other file that predates locations.
LOAD-LOT-FILE.
    MOVE ZERO TO WS-Lot-Count.
    MOVE 'N' TO WS-Lot-EOF-Flag.
    MOVE 'N' TO WS-Lot-Overflow-Flag.
    OPEN INPUT LotFile.
    IF WS-Lot-Status NOT = "00"
        DISPLAY "INFO: No lot file found, starting fresh."
    ELSE
        PERFORM READ-LOT-RECORD
        PERFORM UNTIL WS-Lot-EOF
            IF WS-Lot-Count >= 1000
                DISPLAY "WARNING: Lot table is full, LOTFILE will not "
                    "be rewritten this run."
                MOVE 'Y' TO WS-Lot-Overflow-Flag
                MOVE 'Y' TO WS-Lot-EOF-Flag
            ELSE
                ADD 1 TO WS-Lot-Count
                MOVE Lot-Item-Code     TO WS-LT-Code(WS-Lot-Count)
                IF Lot-Location = SPACES
                    MOVE WS-Default-Location
                        TO WS-LT-Location(WS-Lot-Count)
                ELSE
                    MOVE Lot-Location  TO WS-LT-Location(WS-Lot-Count)
                END-IF
                MOVE Lot-Number        TO WS-LT-Lot-No(WS-Lot-Count)
                MOVE Lot-Received-Date TO WS-LT-Received(WS-Lot-Count)
                MOVE Lot-Expiry-Date   TO WS-LT-Expiry(WS-Lot-Count)
                MOVE Lot-Quantity      TO WS-LT-Qty(WS-Lot-Count)
                PERFORM READ-LOT-RECORD
            END-IF
        END-PERFORM
        CLOSE LotFile
    END-IF.

READ-LOT-RECORD.
    READ LotFile
        AT END
            MOVE 'Y' TO WS-Lot-EOF-Flag
    END-READ.

*> Rewrites LOTFILE with every lot still holding stock.
SAVE-LOT-FILE.
    IF WS-Lot-Overflow
        DISPLAY "WARNING: LOTFILE left as it was - lot movements "
            "this run are on AUDITLOG only."
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        OPEN OUTPUT LotFile
        IF WS-Lot-Status NOT = "00"
            DISPLAY "ERROR: CANNOT OPEN LOTFILE, STATUS=" WS-Lot-Status
            MOVE "FAIL" TO WS-RL-Run-Status
        ELSE
            PERFORM VARYING WS-Lot-Sub FROM 1 BY 1
                    UNTIL WS-Lot-Sub > WS-Lot-Count
                IF WS-LT-Qty(WS-Lot-Sub) > ZERO
                    MOVE WS-LT-Code(WS-Lot-Sub)     TO Lot-Item-Code
                    MOVE WS-LT-Location(WS-Lot-Sub) TO Lot-Location
                    MOVE WS-LT-Lot-No(WS-Lot-Sub)   TO Lot-Number
                    MOVE WS-LT-Received(WS-Lot-Sub) TO Lot-Received-Date
                    MOVE WS-LT-Expiry(WS-Lot-Sub)   TO Lot-Expiry-Date
                    MOVE WS-LT-Qty(WS-Lot-Sub)      TO Lot-Quantity
                    WRITE Lot-Record
                END-IF
            END-PERFORM
            CLOSE LotFile
        END-IF
    END-IF.

*> A receipt keyed with a lot number puts its quantity into that lot
*> at the receiving location, received today.
ADD-RECEIPT-LOT.
    IF WS-Entry-Lot-Number NOT = SPACES
        MOVE WS-Entry-Item-Code     TO WS-Lot-Code
        MOVE WS-Entry-Location      TO WS-Lot-Loc
        MOVE WS-Entry-Lot-Number    TO WS-Lot-No
        MOVE WS-Entry-Expiry-Date   TO WS-Lot-Expiry
        MOVE WS-Current-YYYYMMDD    TO WS-Lot-Received
        MOVE WS-Entry-Item-Quantity TO WS-Lot-Move-Qty
        MOVE "LOT-IN"               TO WS-Lot-Action
        PERFORM ADD-TO-LOT
    END-IF.

*> Adds WS-Lot-Move-Qty to the lot named by the work fields, opening
*> it when it is not held at this location yet. A second receipt of
*> the same lot keeps the lot's original dates.
ADD-TO-LOT.
    MOVE ZERO TO WS-Lot-Found-Idx.
    PERFORM VARYING WS-Lot-Sub FROM 1 BY 1
            UNTIL WS-Lot-Sub > WS-Lot-Count
        IF WS-LT-Code(WS-Lot-Sub) = WS-Lot-Code
                AND WS-LT-Location(WS-Lot-Sub) = WS-Lot-Loc
                AND WS-LT-Lot-No(WS-Lot-Sub) = WS-Lot-No
            MOVE WS-Lot-Sub TO WS-Lot-Found-Idx
            MOVE WS-Lot-Count TO WS-Lot-Sub
        END-IF
    END-PERFORM.
    IF WS-Lot-Found-Idx NOT = ZERO
        ADD WS-Lot-Move-Qty TO WS-LT-Qty(WS-Lot-Found-Idx)
        PERFORM WRITE-LOT-AUDIT-RECORD
    ELSE
        IF WS-Lot-Count >= 1000
            DISPLAY "WARNING: Lot table is full, lot " WS-Lot-No
                " of item " WS-Lot-Code " is not tracked."
        ELSE
            ADD 1 TO WS-Lot-Count
            MOVE WS-Lot-Code     TO WS-LT-Code(WS-Lot-Count)
            MOVE WS-Lot-Loc      TO WS-LT-Location(WS-Lot-Count)
            MOVE WS-Lot-No       TO WS-LT-Lot-No(WS-Lot-Count)
            MOVE WS-Lot-Received TO WS-LT-Received(WS-Lot-Count)
            MOVE WS-Lot-Expiry   TO WS-LT-Expiry(WS-Lot-Count)
            MOVE WS-Lot-Move-Qty TO WS-LT-Qty(WS-Lot-Count)
            PERFORM WRITE-LOT-AUDIT-RECORD
        END-IF
    END-IF.

*> First-expiry-first-out: WS-Lot-Remaining is taken from the item's
*> lots at WS-Lot-Loc earliest expiry first, one audit record per
*> lot touched. Whatever is left when the lots run out came from
*> stock received without a lot number. On a transfer each lot
*> drawn is re-opened at WS-Lot-Xfr-To-Loc with its own dates.
DRAW-DOWN-LOTS-FEFO.
    PERFORM UNTIL WS-Lot-Remaining = ZERO
        PERFORM FIND-EARLIEST-LOT
        IF WS-Lot-Best-Idx = ZERO
            MOVE ZERO TO WS-Lot-Remaining
        ELSE
            PERFORM DRAW-ONE-LOT
        END-IF
    END-PERFORM.

*> A lot with no expiry date sorts after every dated lot; between
*> two lots expiring the same day the older receipt goes first.
FIND-EARLIEST-LOT.
    MOVE ZERO TO WS-Lot-Best-Idx.
    MOVE 99999999 TO WS-Lot-Best-Expiry.
    PERFORM VARYING WS-Lot-Sub FROM 1 BY 1
            UNTIL WS-Lot-Sub > WS-Lot-Count
        IF WS-LT-Code(WS-Lot-Sub) = WS-Lot-Code
                AND WS-LT-Location(WS-Lot-Sub) = WS-Lot-Loc
                AND WS-LT-Qty(WS-Lot-Sub) > ZERO
            IF WS-LT-Expiry(WS-Lot-Sub) = ZERO
                MOVE 99999999 TO WS-Lot-Sort-Expiry
            ELSE
                MOVE WS-LT-Expiry(WS-Lot-Sub) TO WS-Lot-Sort-Expiry
            END-IF
            IF WS-Lot-Best-Idx = ZERO
                    OR WS-Lot-Sort-Expiry < WS-Lot-Best-Expiry
                    OR (WS-Lot-Sort-Expiry = WS-Lot-Best-Expiry
                        AND WS-LT-Received(WS-Lot-Sub)
                            < WS-LT-Received(WS-Lot-Best-Idx))
                MOVE WS-Lot-Sub TO WS-Lot-Best-Idx
                MOVE WS-Lot-Sort-Expiry TO WS-Lot-Best-Expiry
            END-IF
        END-IF
    END-PERFORM.

DRAW-ONE-LOT.
    IF WS-Lot-Remaining > WS-LT-Qty(WS-Lot-Best-Idx)
        MOVE WS-LT-Qty(WS-Lot-Best-Idx) TO WS-Lot-Move-Qty
    ELSE
        MOVE WS-Lot-Remaining TO WS-Lot-Move-Qty
    END-IF.
    SUBTRACT WS-Lot-Move-Qty FROM WS-LT-Qty(WS-Lot-Best-Idx).
    SUBTRACT WS-Lot-Move-Qty FROM WS-Lot-Remaining.
    MOVE WS-LT-Lot-No(WS-Lot-Best-Idx)   TO WS-Lot-No.
    MOVE WS-LT-Expiry(WS-Lot-Best-Idx)   TO WS-Lot-Expiry.
    MOVE WS-LT-Received(WS-Lot-Best-Idx) TO WS-Lot-Received.
    PERFORM WRITE-LOT-AUDIT-RECORD.
    IF WS-Lot-Xfr-To-Loc NOT = SPACES
        MOVE WS-Lot-Loc        TO WS-Lot-Save-Loc
        MOVE WS-Lot-Xfr-To-Loc TO WS-Lot-Loc
        MOVE "LOT-IN"          TO WS-Lot-Action
        PERFORM ADD-TO-LOT
        MOVE WS-Lot-Save-Loc   TO WS-Lot-Loc
        MOVE "LOT-OUT"         TO WS-Lot-Action
    END-IF.

*> An adjustment that leaves less on hand than the lots hold means
*> the missing stock came out of the lots; the excess is written off
*> them first-expiry-first-out, the way it most likely left.
TRIM-LOTS-TO-ON-HAND.
    MOVE ZERO TO WS-Lot-Total.
    PERFORM VARYING WS-Lot-Sub FROM 1 BY 1
            UNTIL WS-Lot-Sub > WS-Lot-Count
        IF WS-LT-Code(WS-Lot-Sub) = WS-Entry-Item-Code
                AND WS-LT-Location(WS-Lot-Sub) = WS-Entry-Location
            ADD WS-LT-Qty(WS-Lot-Sub) TO WS-Lot-Total
        END-IF
    END-PERFORM.
    IF WS-Lot-Total > WS-New-Quantity
        MOVE WS-Entry-Item-Code TO WS-Lot-Code
        MOVE WS-Entry-Location  TO WS-Lot-Loc
        COMPUTE WS-Lot-Remaining = WS-Lot-Total - WS-New-Quantity
        MOVE "LOT-ADJ"          TO WS-Lot-Action
        MOVE SPACES             TO WS-Lot-Xfr-To-Loc
        PERFORM DRAW-DOWN-LOTS-FEFO
    END-IF.

*> Lot movements lead with LOT= so they never line up with the
*> ITEM= positions AuditInquiry reads movements from - the quantity
*> movement itself is already on the trail as its ISSUE, ADD,
*> ADJUST or XFR record, and must not be counted twice.
WRITE-LOT-AUDIT-RECORD.
    MOVE SPACES TO Audit-Record.
    ACCEPT WS-Current-YYYYMMDD FROM DATE YYYYMMDD.
    STRING "LOT="      WS-Lot-No
           " ACTION="  WS-Lot-Action
           " ITEM="    WS-Lot-Code
           " LOC="     WS-Lot-Loc
           " QTY="     WS-Lot-Move-Qty
           " EXPIRY="  WS-Lot-Expiry
           " DATE="    WS-Current-YYYYMMDD
           " USER="    WS-Auth-User
        DELIMITED BY SIZE INTO Audit-Record
    END-STRING.
    WRITE Audit-Record.

*> Weekly expiring-stock report: every dated lot already past its
*> expiry or expiring within EXPDAYS (30 unless the card says
*> otherwise), valued at the item's unit cost, broken by location,
*> so the stock can be moved or written off before it is lost.
WRITE-EXPIRY-REPORT.
    OPEN OUTPUT ExpiryReportFile.
    IF WS-Expiry-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN EXPRPT, STATUS=" WS-Expiry-Status
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        ACCEPT WS-Current-YYYYMMDD FROM DATE YYYYMMDD
        COMPUTE WS-Exp-Today-Int =
            FUNCTION INTEGER-OF-DATE(WS-Current-YYYYMMDD)
        MOVE SPACES TO Expiry-Record
        STRING "EXPIRING STOCK REPORT DATE=" WS-Current-YYYYMMDD
               " WINDOW-DAYS=" WS-Exp-Window-Days
            DELIMITED BY SIZE INTO Expiry-Record
        END-STRING
        WRITE Expiry-Record
        MOVE ZERO TO WS-Exp-Expired-Total
        MOVE ZERO TO WS-Exp-Expiring-Total
        MOVE ZERO TO WS-Exp-Line-Count
        PERFORM VARYING WS-Loc-Sub FROM 1 BY 1
                UNTIL WS-Loc-Sub > WS-Loc-Count
            PERFORM VARYING WS-Lot-Sub FROM 1 BY 1
                    UNTIL WS-Lot-Sub > WS-Lot-Count
                IF WS-LT-Location(WS-Lot-Sub) = WS-Loc-Code(WS-Loc-Sub)
                        AND WS-LT-Qty(WS-Lot-Sub) > ZERO
                        AND WS-LT-Expiry(WS-Lot-Sub) NOT = ZERO
                    PERFORM WRITE-EXPIRY-DETAIL
                END-IF
            END-PERFORM
        END-PERFORM
        MOVE WS-Exp-Expired-Total TO WS-Exp-Total-Edited
        MOVE SPACES TO Expiry-Record
        STRING "VALUE ALREADY EXPIRED=" WS-Exp-Total-Edited
            DELIMITED BY SIZE INTO Expiry-Record
        END-STRING
        WRITE Expiry-Record
        MOVE WS-Exp-Expiring-Total TO WS-Exp-Total-Edited
        MOVE SPACES TO Expiry-Record
        STRING "VALUE EXPIRING IN WINDOW=" WS-Exp-Total-Edited
               " LOTS LISTED=" WS-Exp-Line-Count
            DELIMITED BY SIZE INTO Expiry-Record
        END-STRING
        WRITE Expiry-Record
        CLOSE ExpiryReportFile
    END-IF.

WRITE-EXPIRY-DETAIL.
    COMPUTE WS-Exp-Days-Left =
        FUNCTION INTEGER-OF-DATE(WS-LT-Expiry(WS-Lot-Sub))
        - WS-Exp-Today-Int.
    IF WS-Exp-Days-Left <= WS-Exp-Window-Days
        MOVE WS-LT-Code(WS-Lot-Sub)     TO WS-Entry-Item-Code
        MOVE WS-LT-Location(WS-Lot-Sub) TO WS-Entry-Location
        PERFORM FIND-ITEM-BY-CODE
        IF NOT WS-Item-Found
            MOVE "(NOT ON ITEM MASTER)" TO Item-Name
            MOVE ZERO TO Item-Unit-Cost
        END-IF
        COMPUTE WS-Exp-Value = WS-LT-Qty(WS-Lot-Sub) * Item-Unit-Cost
        IF WS-Exp-Days-Left < ZERO
            MOVE "EXPIRED" TO WS-Exp-State
            ADD WS-Exp-Value TO WS-Exp-Expired-Total
        ELSE
            MOVE "EXPIRING" TO WS-Exp-State
            ADD WS-Exp-Value TO WS-Exp-Expiring-Total
        END-IF
        MOVE WS-Exp-Days-Left TO WS-Exp-Days-Edited
        MOVE WS-Exp-Value     TO WS-Exp-Value-Edited
        MOVE SPACES TO Expiry-Record
        STRING "ITEM="       WS-LT-Code(WS-Lot-Sub)
               " LOC="       WS-LT-Location(WS-Lot-Sub)
               " NAME="      Item-Name
               " LOT="       WS-LT-Lot-No(WS-Lot-Sub)
               " EXPIRY="    WS-LT-Expiry(WS-Lot-Sub)
               " DAYS-LEFT=" WS-Exp-Days-Edited
               " QTY="       WS-LT-Qty(WS-Lot-Sub)
               " VALUE="     WS-Exp-Value-Edited
               " "           WS-Exp-State
            DELIMITED BY SIZE INTO Expiry-Record
        END-STRING
        WRITE Expiry-Record
        ADD 1 TO WS-Exp-Line-Count
    END-IF.

LOAD-BILL-OF-MATERIALS.
    MOVE ZERO TO WS-BOM-Count.
    MOVE 'N' TO WS-BOM-EOF-Flag.
    OPEN INPUT BillOfMaterialsFile.
    IF WS-BOM-Status NOT = "00"
        DISPLAY "INFO: No bill-of-materials file, kits not in use."
    ELSE
        PERFORM READ-BOM-RECORD
        PERFORM UNTIL WS-BOM-EOF
            IF WS-BOM-Count >= 500
                DISPLAY "WARNING: Bill-of-materials table is full, "
                    "remaining components not loaded."
                MOVE "FAIL" TO WS-RL-Run-Status
                MOVE 'Y' TO WS-BOM-EOF-Flag
            ELSE
                PERFORM TAKE-BOM-RECORD
                PERFORM READ-BOM-RECORD
            END-IF
        END-PERFORM
        CLOSE BillOfMaterialsFile
    END-IF.

*> A component listed twice for one kit is one requirement, not
*> two: the quantities go onto the first line, so the availability
*> check sees the whole need before any component is issued.
TAKE-BOM-RECORD.
    MOVE ZERO TO WS-BOM-Found-Idx.
    PERFORM VARYING WS-BOM-Sub FROM 1 BY 1
            UNTIL WS-BOM-Sub > WS-BOM-Count
        IF WS-BOM-Kit(WS-BOM-Sub) = BOM-Kit-Code
                AND WS-BOM-Comp(WS-BOM-Sub) = BOM-Component-Code
            MOVE WS-BOM-Sub TO WS-BOM-Found-Idx
        END-IF
    END-PERFORM.
    IF WS-BOM-Found-Idx = ZERO
        ADD 1 TO WS-BOM-Count
        MOVE BOM-Kit-Code       TO WS-BOM-Kit(WS-BOM-Count)
        MOVE BOM-Component-Code TO WS-BOM-Comp(WS-BOM-Count)
        MOVE BOM-Qty-Per-Kit    TO WS-BOM-Qty(WS-BOM-Count)
    ELSE
        ADD BOM-Qty-Per-Kit TO WS-BOM-Qty(WS-BOM-Found-Idx)
        DISPLAY "WARNING: Kit " BOM-Kit-Code " lists component "
            BOM-Component-Code " more than once, quantities combined."
    END-IF.

READ-BOM-RECORD.
    READ BillOfMaterialsFile
        AT END
            MOVE 'Y' TO WS-BOM-EOF-Flag
    END-READ.

*> K transaction: builds WS-Entry-Item-Quantity kits at the location.
*> Every component is checked before anything moves - present,
*> active, and enough of it free of customer allocations - so a kit
*> is either built whole or not at all.
PROCESS-KIT-ASSEMBLY.
    IF NOT WS-Item-Found
        MOVE "Kit not on file. Cannot assemble." TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
    IF Item-Status NOT = 'A'
        MOVE "Kit is inactive. Assembly rejected." TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
    IF Item-Quantity + WS-Entry-Item-Quantity > Inventory-Limit
        MOVE "Kit inventory limit exceeded. Assembly rejected."
            TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
        MOVE 'A' TO WS-Kit-Direction
        PERFORM CHECK-KIT-COMPONENTS
        IF WS-Kit-OK
            PERFORM APPLY-KIT-ASSEMBLY
        ELSE
            DISPLAY Error-Message
            PERFORM WRITE-AUDIT-RECORD-REJECTED
        END-IF
    END-IF
    END-IF
    END-IF.

*> D transaction: takes WS-Entry-Item-Quantity kits apart at the
*> location, returning their components to stock, with the same
*> all-or-nothing checks the other way round.
PROCESS-KIT-DISASSEMBLY.
    IF NOT WS-Item-Found
        MOVE "Kit not on file. Cannot disassemble." TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
    IF Item-Status NOT = 'A'
        MOVE "Kit is inactive. Disassembly rejected." TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
    IF WS-Entry-Item-Quantity > Item-Quantity - Item-Allocated-Qty
        MOVE "Not enough free kits. Disassembly rejected."
            TO Error-Message
        DISPLAY Error-Message
        PERFORM WRITE-AUDIT-RECORD-REJECTED
    ELSE
        MOVE 'D' TO WS-Kit-Direction
        PERFORM CHECK-KIT-COMPONENTS
        IF WS-Kit-OK
            PERFORM APPLY-KIT-DISASSEMBLY
        ELSE
            DISPLAY Error-Message
            PERFORM WRITE-AUDIT-RECORD-REJECTED
        END-IF
    END-IF
    END-IF
    END-IF.

*> Walks the kit's bill of materials reading each component at the
*> transaction's location; the first failure stops the walk with
*> its reason in Error-Message. The component reads replace the kit
*> in the record buffer, so the apply paragraphs re-read by key.
CHECK-KIT-COMPONENTS.
    MOVE 'Y' TO WS-Kit-OK-Flag.
    MOVE ZERO TO WS-BOM-Lines.
    MOVE ZERO TO WS-Kit-Rolled-Cost.
    PERFORM VARYING WS-BOM-Sub FROM 1 BY 1
            UNTIL WS-BOM-Sub > WS-BOM-Count
        IF WS-BOM-Kit(WS-BOM-Sub) = WS-Entry-Item-Code
            ADD 1 TO WS-BOM-Lines
            PERFORM CHECK-ONE-KIT-COMPONENT
            IF NOT WS-Kit-OK
                MOVE WS-BOM-Count TO WS-BOM-Sub
            END-IF
        END-IF
    END-PERFORM.
    IF WS-Kit-OK AND WS-BOM-Lines = ZERO
        MOVE 'N' TO WS-Kit-OK-Flag
        MOVE "No bill of materials for kit. Rejected."
            TO Error-Message
    END-IF.
*>  The kit is received at the rolled-up cost, which has to fit the
*>  item master's unit cost field.
    IF WS-Kit-OK AND WS-Kit-Assembling
            AND WS-Kit-Rolled-Cost > 99999.99
        MOVE 'N' TO WS-Kit-OK-Flag
        MOVE "Kit cost rolls up past 99999.99. Kit rejected."
            TO Error-Message
    END-IF.

CHECK-ONE-KIT-COMPONENT.
    COMPUTE WS-Kit-Need-Qty =
        WS-BOM-Qty(WS-BOM-Sub) * WS-Entry-Item-Quantity.
    MOVE WS-BOM-Comp(WS-BOM-Sub) TO Item-Code.
    MOVE WS-Entry-Location       TO Item-Location.
    MOVE 'Y' TO WS-Item-Found-Flag.
    READ ItemMasterFile
        INVALID KEY
            MOVE 'N' TO WS-Item-Found-Flag
    END-READ.
    MOVE SPACES TO Error-Message.
    IF NOT WS-Item-Found
        STRING "Component " WS-BOM-Comp(WS-BOM-Sub)
               " not at location. Kit rejected."
            DELIMITED BY SIZE INTO Error-Message
        END-STRING
        MOVE 'N' TO WS-Kit-OK-Flag
    ELSE
    IF Item-Status NOT = 'A'
        STRING "Component " WS-BOM-Comp(WS-BOM-Sub)
               " is inactive. Kit rejected."
            DELIMITED BY SIZE INTO Error-Message
        END-STRING
        MOVE 'N' TO WS-Kit-OK-Flag
    ELSE
    IF WS-Kit-Assembling
            AND WS-Kit-Need-Qty > Item-Quantity - Item-Allocated-Qty
        STRING "Component " WS-BOM-Comp(WS-BOM-Sub)
               " short at location. Kit rejected."
            DELIMITED BY SIZE INTO Error-Message
        END-STRING
        MOVE 'N' TO WS-Kit-OK-Flag
    ELSE
    IF WS-Kit-Breaking
            AND Item-Quantity + WS-Kit-Need-Qty > Inventory-Limit
        STRING "Component " WS-BOM-Comp(WS-BOM-Sub)
               " over limit. Disassembly rejected."
            DELIMITED BY SIZE INTO Error-Message
        END-STRING
        MOVE 'N' TO WS-Kit-OK-Flag
    END-IF
    END-IF
    END-IF
    END-IF.
    IF WS-Kit-OK
        COMPUTE WS-Kit-Rolled-Cost = WS-Kit-Rolled-Cost
            + WS-BOM-Qty(WS-BOM-Sub) * Item-Unit-Cost
    END-IF.

*> Issues every component (earliest-expiring lots first, as on any
*> issue), then receives the kits at the rolled-up cost of what went
*> into them. Each record names the kit. The value only moves from
*> component stock to kit stock inside the inventory account, so
*> the GL extract is not touched for them; the kit's rolled-up cost
*> is what VALRPT prices it at and what a later kit issue costs to
*> COGS. Kits already on hand move to the new cost as well, and that
*> change in their value is posted as revaluation.
APPLY-KIT-ASSEMBLY.
    MOVE WS-Entry-Item-Code     TO WS-Kit-Code.
    MOVE WS-Entry-Item-Quantity TO WS-Kit-Count.
    MOVE WS-Kit-Code            TO WS-Audit-Kit-Code.
    MOVE ZERO TO WS-Kit-Rolled-Cost.
    PERFORM VARYING WS-BOM-Sub FROM 1 BY 1
            UNTIL WS-BOM-Sub > WS-BOM-Count
        IF WS-BOM-Kit(WS-BOM-Sub) = WS-Kit-Code
            PERFORM ISSUE-ONE-KIT-COMPONENT
        END-IF
    END-PERFORM.

    MOVE WS-Kit-Code  TO WS-Entry-Item-Code.
    MOVE WS-Kit-Count TO WS-Entry-Item-Quantity.
    PERFORM FIND-ITEM-BY-CODE.
    MOVE Item-Quantity TO WS-Old-Quantity.
    COMPUTE WS-GL-Work-Value =
        (WS-Kit-Rolled-Cost - Item-Unit-Cost) * WS-Old-Quantity.
    ADD WS-GL-Work-Value TO WS-GL-Reval-Value.
    ADD WS-Kit-Count TO Item-Quantity.
    MOVE Item-Quantity TO WS-New-Quantity.
    MOVE WS-Kit-Rolled-Cost TO Item-Unit-Cost.
    MOVE "ASM-IN" TO WS-Audit-Action.
    PERFORM WRITE-AUDIT-RECORD-SUCCESS.
    MOVE WS-Current-YYYYMMDD TO Item-Last-Move.
    PERFORM REWRITE-ITEM-RECORD.
    MOVE ZERO TO WS-Audit-Kit-Code.
    DISPLAY "Kits assembled successfully!".

ISSUE-ONE-KIT-COMPONENT.
    COMPUTE WS-Kit-Need-Qty = WS-BOM-Qty(WS-BOM-Sub) * WS-Kit-Count.
    MOVE WS-BOM-Comp(WS-BOM-Sub) TO WS-Entry-Item-Code.
    MOVE WS-Kit-Need-Qty         TO WS-Entry-Item-Quantity.
    PERFORM FIND-ITEM-BY-CODE.
    MOVE Item-Quantity TO WS-Old-Quantity.
    SUBTRACT WS-Kit-Need-Qty FROM Item-Quantity.
    MOVE Item-Quantity TO WS-New-Quantity.
    COMPUTE WS-Kit-Rolled-Cost =
        WS-Kit-Rolled-Cost + WS-BOM-Qty(WS-BOM-Sub) * Item-Unit-Cost.
    MOVE "ASM-OUT" TO WS-Audit-Action.
    PERFORM WRITE-AUDIT-RECORD-SUCCESS.
    MOVE WS-Current-YYYYMMDD TO Item-Last-Move.
    PERFORM REWRITE-ITEM-RECORD.
    MOVE WS-Entry-Item-Code TO WS-Lot-Code.
    MOVE WS-Entry-Location  TO WS-Lot-Loc.
    MOVE WS-Kit-Need-Qty    TO WS-Lot-Remaining.
    MOVE "LOT-OUT"          TO WS-Lot-Action.
    MOVE SPACES             TO WS-Lot-Xfr-To-Loc.
    PERFORM DRAW-DOWN-LOTS-FEFO.

*> Issues the kits, then returns each component to stock; the
*> components come back as stock without a lot number.
APPLY-KIT-DISASSEMBLY.
    MOVE WS-Entry-Item-Code     TO WS-Kit-Code.
    MOVE WS-Entry-Item-Quantity TO WS-Kit-Count.
    MOVE WS-Kit-Code            TO WS-Audit-Kit-Code.
    PERFORM FIND-ITEM-BY-CODE.
    MOVE Item-Quantity TO WS-Old-Quantity.
    SUBTRACT WS-Kit-Count FROM Item-Quantity.
    MOVE Item-Quantity TO WS-New-Quantity.
    MOVE "DIS-OUT" TO WS-Audit-Action.
    PERFORM WRITE-AUDIT-RECORD-SUCCESS.
    MOVE WS-Current-YYYYMMDD TO Item-Last-Move.
    PERFORM REWRITE-ITEM-RECORD.
    MOVE WS-Kit-Code        TO WS-Lot-Code.
    MOVE WS-Entry-Location  TO WS-Lot-Loc.
    MOVE WS-Kit-Count       TO WS-Lot-Remaining.
    MOVE "LOT-OUT"          TO WS-Lot-Action.
    MOVE SPACES             TO WS-Lot-Xfr-To-Loc.
    PERFORM DRAW-DOWN-LOTS-FEFO.

    PERFORM VARYING WS-BOM-Sub FROM 1 BY 1
            UNTIL WS-BOM-Sub > WS-BOM-Count
        IF WS-BOM-Kit(WS-BOM-Sub) = WS-Kit-Code
            PERFORM RETURN-ONE-KIT-COMPONENT
        END-IF
    END-PERFORM.
    MOVE WS-Kit-Code  TO WS-Entry-Item-Code.
    MOVE WS-Kit-Count TO WS-Entry-Item-Quantity.
    MOVE ZERO TO WS-Audit-Kit-Code.
    DISPLAY "Kits disassembled successfully!".

RETURN-ONE-KIT-COMPONENT.
    COMPUTE WS-Kit-Need-Qty = WS-BOM-Qty(WS-BOM-Sub) * WS-Kit-Count.
    MOVE WS-BOM-Comp(WS-BOM-Sub) TO WS-Entry-Item-Code.
    MOVE WS-Kit-Need-Qty         TO WS-Entry-Item-Quantity.
    PERFORM FIND-ITEM-BY-CODE.
    MOVE Item-Quantity TO WS-Old-Quantity.
    ADD WS-Kit-Need-Qty TO Item-Quantity.
    MOVE Item-Quantity TO WS-New-Quantity.
    MOVE "DIS-IN" TO WS-Audit-Action.
    PERFORM WRITE-AUDIT-RECORD-SUCCESS.
    MOVE WS-Current-YYYYMMDD TO Item-Last-Move.
    PERFORM REWRITE-ITEM-RECORD.

*> Re-costs every kit on the master from its components' current
*> unit costs: the sum of quantity per kit times component cost,
*> priced at the kit's own location, or at the default location
*> when the component is not stocked there. A kit with a component
*> on neither keeps its last cost, as does one whose rolled-up cost
*> will not fit the unit cost field. A cost change on kits already
*> held is posted to the GL extract as revaluation, the old and new
*> cost difference times the quantity on hand. The kit keys are
*> collected first because a keyed READ in the middle of the sweep
*> would lose the sweep's place in the file.
ROLL-UP-KIT-COSTS.
    IF WS-BOM-Count > ZERO
        MOVE ZERO TO WS-Kit-Key-Count
        MOVE ZERO TO WS-Kit-Recost-Count
        PERFORM START-ITEM-SWEEP
        PERFORM READ-NEXT-ITEM
        PERFORM UNTIL WS-Item-Sweep-EOF
            PERFORM NOTE-KIT-KEY
            PERFORM READ-NEXT-ITEM
        END-PERFORM
        PERFORM VARYING WS-Kit-Key-Sub FROM 1 BY 1
                UNTIL WS-Kit-Key-Sub > WS-Kit-Key-Count
            PERFORM RECOST-ONE-KIT
        END-PERFORM
        IF WS-Kit-Recost-Count > ZERO
            DISPLAY "INFO: Re-costed " WS-Kit-Recost-Count " kit(s)."
        END-IF
    END-IF.

NOTE-KIT-KEY.
    MOVE 'N' TO WS-Kit-Found-Flag.
    PERFORM VARYING WS-BOM-Sub FROM 1 BY 1
            UNTIL WS-BOM-Sub > WS-BOM-Count
        IF WS-BOM-Kit(WS-BOM-Sub) = Item-Code
            MOVE 'Y' TO WS-Kit-Found-Flag
            MOVE WS-BOM-Count TO WS-BOM-Sub
        END-IF
    END-PERFORM.
    IF WS-Kit-Found-Flag = 'Y'
        IF WS-Kit-Key-Count >= 200
            DISPLAY "WARNING: Kit table is full, kit " Item-Code
                " is not re-costed."
        ELSE
            ADD 1 TO WS-Kit-Key-Count
            MOVE Item-Code     TO WS-KK-Code(WS-Kit-Key-Count)
            MOVE Item-Location TO WS-KK-Location(WS-Kit-Key-Count)
        END-IF
    END-IF.

RECOST-ONE-KIT.
    MOVE ZERO TO WS-Kit-Rolled-Cost.
    MOVE 'N' TO WS-Kit-Cost-Missing-Flag.
    PERFORM VARYING WS-BOM-Sub FROM 1 BY 1
            UNTIL WS-BOM-Sub > WS-BOM-Count
        IF WS-BOM-Kit(WS-BOM-Sub) = WS-KK-Code(WS-Kit-Key-Sub)
            MOVE WS-BOM-Comp(WS-BOM-Sub)        TO Item-Code
            MOVE WS-KK-Location(WS-Kit-Key-Sub) TO Item-Location
            MOVE 'Y' TO WS-Item-Found-Flag
            READ ItemMasterFile
                INVALID KEY
                    MOVE 'N' TO WS-Item-Found-Flag
            END-READ
            IF NOT WS-Item-Found
                MOVE WS-BOM-Comp(WS-BOM-Sub) TO Item-Code
                MOVE WS-Default-Location     TO Item-Location
                MOVE 'Y' TO WS-Item-Found-Flag
                READ ItemMasterFile
                    INVALID KEY
                        MOVE 'N' TO WS-Item-Found-Flag
                END-READ
            END-IF
            IF WS-Item-Found
                COMPUTE WS-Kit-Rolled-Cost = WS-Kit-Rolled-Cost
                    + WS-BOM-Qty(WS-BOM-Sub) * Item-Unit-Cost
            ELSE
                MOVE 'Y' TO WS-Kit-Cost-Missing-Flag
            END-IF
        END-IF
    END-PERFORM.
    IF WS-Kit-Cost-Missing-Flag = 'Y'
        DISPLAY "WARNING: Kit " WS-KK-Code(WS-Kit-Key-Sub)
            " has a component not on file, cost left unchanged."
    ELSE
        MOVE WS-KK-Code(WS-Kit-Key-Sub)     TO Item-Code
        MOVE WS-KK-Location(WS-Kit-Key-Sub) TO Item-Location
        READ ItemMasterFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF WS-Kit-Rolled-Cost > 99999.99
                    DISPLAY "WARNING: Kit " WS-KK-Code(WS-Kit-Key-Sub)
                        " cost rolls up past 99999.99, cost left"
                        " unchanged."
                ELSE
                IF Item-Unit-Cost NOT = WS-Kit-Rolled-Cost
                    COMPUTE WS-GL-Work-Value =
                        (WS-Kit-Rolled-Cost - Item-Unit-Cost)
                        * Item-Quantity
                    ADD WS-GL-Work-Value TO WS-GL-Reval-Value
                    MOVE WS-Kit-Rolled-Cost TO Item-Unit-Cost
                    PERFORM REWRITE-ITEM-RECORD
                    ADD 1 TO WS-Kit-Recost-Count
                END-IF
                END-IF
        END-READ
    END-IF.

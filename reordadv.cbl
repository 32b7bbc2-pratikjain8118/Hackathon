        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Advice-Status.

*>  Actual lead time per vendor from the vendor scorecard run; a
*>  vendor with no receipt history plans on the standing lead time.
    SELECT OPTIONAL VendorLeadFile ASSIGN TO "VENDLEAD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Lead-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.
DATA DIVISION.
FILE SECTION.
FD  AuditFile.
01  Audit-Record            PIC X(150).

*> InventoryManagement's nightly sequential unload of the item
*> master, read here for the current reorder levels and names.
    05 IM-Last-Count        PIC 9(8).

FD  AdviceReportFile.
01  Advice-Record           PIC X(141).

FD  VendorLeadFile.
01  VendorLead-Record.
    05 VL-Vendor            PIC X(5).
    05 VL-Avg-Lead-Days     PIC 9(3).
    05 VL-Worst-Lead-Days   PIC 9(3).
    05 VL-Receipts          PIC 9(7).

*> Shared run-control log every batch program in the shop appends a
*> START record and an END record to.
  01 WS-Default-Window        PIC 9(3) VALUE 90.
*> Planning constants: the suggested level covers the lead time of
*> a vendor order, the suggested order quantity a month of demand.
*> WS-Lead-Days is the standing lead time for a vendor VENDLEAD has
*> no actual figure for.
  01 WS-Lead-Days             PIC 9(3) VALUE 14.
  01 WS-Order-Cover-Days      PIC 9(3) VALUE 30.

*> Actual average lead time per vendor, and the lead time the
*> current advice line is planned on.
  01 WS-Lead-Status           PIC XX.
  01 WS-Lead-EOF-Flag         PIC X VALUE 'N'.
     88 WS-Lead-EOF           VALUE 'Y'.
  01 WS-VL-Table.
     05 WS-VL-Entry OCCURS 200 TIMES.
        10 WS-VL-Vendor       PIC X(5).
        10 WS-VL-Lead-Days    PIC 9(3).
  01 WS-VL-Count              PIC 9(3) COMP VALUE 0.
  01 WS-VL-Sub                PIC 9(3) COMP.
  01 WS-Item-Lead-Days        PIC 9(3).

  01 WS-Today-YYYYMMDD        PIC 9(8).
  01 WS-Today-Int             PIC 9(7).
  01 WS-From-Int              PIC 9(7).
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
    DISPLAY "Reorder Advice".
    PERFORM GET-RUN-OPTIONS.
    IF WS-Window-Days = ZERO
        FUNCTION INTEGER-OF-DATE(WS-Today-YYYYMMDD).
    COMPUTE WS-From-Int = WS-Today-Int - WS-Window-Days.

    PERFORM LOAD-VENDOR-LEAD-TIMES.
    PERFORM TALLY-ISSUE-HISTORY.
    PERFORM WRITE-ADVICE-REPORT.

        STOP RUN
    END-IF.

*> The submitting user must hold RUN authority for reorder advice or
*> no advice is written, with STATUS=DENY on RUNLOG.
CHECK-RUN-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "RUN" TO WS-Auth-Function.
    MOVE ZERO TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        DISPLAY "ERROR: USER " WS-Auth-User
            " MAY NOT RUN REORDER ADVICE - " WS-Auth-Reason
        MOVE "DENY" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-RUNLOG-START.
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
    WRITE RunLog-Record.
    CLOSE RunLogFile.

LOAD-VENDOR-LEAD-TIMES.
    OPEN INPUT VendorLeadFile.
    IF WS-Lead-Status = "00"
        PERFORM READ-VENDOR-LEAD-RECORD
        PERFORM UNTIL WS-Lead-EOF
            IF WS-VL-Count >= 200
                DISPLAY "WARNING: Vendor lead table is full, "
                    "remaining vendors plan on the standing lead time."
                MOVE 'Y' TO WS-Lead-EOF-Flag
            ELSE
                IF VL-Avg-Lead-Days NUMERIC
                        AND VL-Avg-Lead-Days NOT = ZERO
                    ADD 1 TO WS-VL-Count
                    MOVE VL-Vendor        TO WS-VL-Vendor(WS-VL-Count)
                    MOVE VL-Avg-Lead-Days
                        TO WS-VL-Lead-Days(WS-VL-Count)
                END-IF
                PERFORM READ-VENDOR-LEAD-RECORD
            END-IF
        END-PERFORM
        CLOSE VendorLeadFile
    END-IF.

READ-VENDOR-LEAD-RECORD.
    READ VendorLeadFile
        AT END
            MOVE 'Y' TO WS-Lead-EOF-Flag
    END-READ.

*> One pass of AUDITLOG: every ISSUE record inside the window rolls
*> its issued quantity (old minus new) into the item/location total.
*> Records written before locations existed carry spaces there and
        ON SIZE ERROR MOVE 99999.99 TO WS-Avg-Daily
        END-COMPUTE
    END-IF.
    MOVE WS-Lead-Days TO WS-Item-Lead-Days.
    PERFORM VARYING WS-VL-Sub FROM 1 BY 1
            UNTIL WS-VL-Sub > WS-VL-Count
        IF WS-VL-Vendor(WS-VL-Sub) = IM-Vendor
            MOVE WS-VL-Lead-Days(WS-VL-Sub) TO WS-Item-Lead-Days
            MOVE WS-VL-Count TO WS-VL-Sub
        END-IF
    END-PERFORM.
    COMPUTE WS-Sug-Level ROUNDED = WS-Avg-Daily * WS-Item-Lead-Days
    ON SIZE ERROR MOVE 99999 TO WS-Sug-Level
    END-COMPUTE.
    COMPUTE WS-Sug-Qty ROUNDED = WS-Avg-Daily * WS-Order-Cover-Days
           " SUG-LEVEL=" WS-Sug-Level
           " CUR-QTY="   IM-Reorder-Qty
           " SUG-QTY="   WS-Sug-Qty
           " LEAD="      WS-Item-Lead-Days
        DELIMITED BY SIZE INTO Advice-Record
    END-STRING.
    WRITE Advice-Record.

IDENTIFICATION DIVISION.
PROGRAM-ID. LogArchive.

*> Month-end housekeeping for the audit and log files every program
*> appends to and nothing ever trims: AUDITLOG, EMPAUDIT, EMPMAUDIT,
*> REPAIRLOG and RUNLOG. Each file's records dated before its
*> retention (whole calendar months back from the start of this
*> month) move to a dated archive generation, <file>.A<run date>,
*> and a line on ARCHIDX records which generation holds which dates
*> and how many records. Nothing is taken off a live file until the
*> generation and the records staying behind have both been read
*> back and counted against the live file, and the live file is
*> counted again once it has been rewritten.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  The live file being housed; the archive table names each in turn.
    SELECT LiveFile ASSIGN TO DYNAMIC WS-Live-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Live-Status.

*>  The archive generation being written, <file>.A<run date>.
    SELECT GenerationFile ASSIGN TO DYNAMIC WS-Gen-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Gen-Status.

*>  The records staying on the live file, <file>.KEEP, held while the
*>  split is proved and copied back over the live file from here.
    SELECT KeepFile ASSIGN TO DYNAMIC WS-Keep-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Keep-Status.

*>  One line per generation ever written; AuditInquiry reads it to
*>  find the generations a date range reaches back into.
    SELECT ArchiveIndexFile ASSIGN TO "ARCHIDX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Index-Status.

*>  EmployeeSync's mark and EmployeeTurnover's snapshot: the audit
*>  records they have still to read must stay on the live trails.
    SELECT OPTIONAL SyncControlFile ASSIGN TO "SYNCCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Sync-Status.

    SELECT OPTIONAL SnapshotFile ASSIGN TO "HDCTSNAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Snap-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.

*>  Optional control-card dataset. MONTHS=nn sets the retention for
*>  every file (three months when there is no card); RETAIN=file,nn
*>  sets it for one file and wins over MONTHS= whatever the order.
    SELECT OPTIONAL ControlCardFile ASSIGN TO "LOGACTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Card-Status.

DATA DIVISION.
FILE SECTION.
*> Wide enough for the widest of the five (AUDITLOG); the others are
*> 132 and read back padded, and are written back without the pad.
FD  LiveFile.
01  Live-Record             PIC X(150).

FD  GenerationFile.
01  Generation-Record       PIC X(150).

FD  KeepFile.
01  Keep-Record             PIC X(150).

*> Generation name, first and last record date it holds, how many
*> records, the cutoff it was cut at and the date it was written.
FD  ArchiveIndexFile.
01  ArchiveIndex-Record.
    05 AX-File-Name          PIC X(10).
    05 FILLER                PIC X(1).
    05 AX-Generation         PIC X(20).
    05 FILLER                PIC X(1).
    05 AX-From-Date          PIC 9(8).
    05 FILLER                PIC X(1).
    05 AX-To-Date            PIC 9(8).
    05 FILLER                PIC X(1).
    05 AX-Record-Count       PIC 9(9).
    05 FILLER                PIC X(1).
    05 AX-Cutoff-Date        PIC 9(8).
    05 FILLER                PIC X(1).
    05 AX-Run-Date           PIC 9(8).

*> Same layout EmployeeSync writes: the latest EMPMAUDIT date it has
*> applied and how many records of that date it took.
FD  SyncControlFile.
01  SyncControl-Record.
    05 SC-Last-Date          PIC 9(8).
    05 FILLER                PIC X(1).
    05 SC-Date-Count         PIC 9(6).

*> Same layout EmployeeTurnover writes; every row carries the date
*> the snapshot was taken.
FD  SnapshotFile.
01  Snapshot-Record.
    05 SN-Date               PIC 9(8).
    05 FILLER                PIC X(1).
    05 SN-Dept               PIC X(4).
    05 FILLER                PIC X(1).
    05 SN-Count              PIC 9(6).

*> Shared run-control log every batch program in the shop appends a
*> START record and an END record to.
FD  RunLogFile.
01  RunLog-Record           PIC X(132).

FD  ControlCardFile.
01  ControlCard-Record      PIC X(80).

WORKING-STORAGE SECTION.
  01 WS-Live-Status           PIC XX.
  01 WS-Live-File-Name        PIC X(20).
  01 WS-Live-EOF-Flag         PIC X VALUE 'N'.
     88 WS-Live-EOF           VALUE 'Y'.
  01 WS-Gen-Status            PIC XX.
  01 WS-Gen-File-Name         PIC X(20).
  01 WS-Gen-EOF-Flag          PIC X VALUE 'N'.
     88 WS-Gen-EOF            VALUE 'Y'.
  01 WS-Keep-Status           PIC XX.
  01 WS-Keep-File-Name        PIC X(20).
  01 WS-Keep-EOF-Flag         PIC X VALUE 'N'.
     88 WS-Keep-EOF           VALUE 'Y'.
  01 WS-Index-Status          PIC XX.
  01 WS-Sync-Status           PIC XX.
  01 WS-Snap-Status           PIC XX.

  01 WS-Today-YYYYMMDD        PIC 9(8).
  01 WS-Today-Parts REDEFINES WS-Today-YYYYMMDD.
     05 WS-Today-YYYY         PIC 9(4).
     05 WS-Today-MM           PIC 9(2).
     05 WS-Today-DD           PIC 9(2).

*> The files housed, in this order - RUNLOG last, so this run's own
*> START record is already on it and stays there. Hold date is the
*> earliest record a downstream reader has still to take; the
*> cutoff is never set past it.
  01 WS-Arc-Table.
     05 WS-Arc-Entry OCCURS 5 TIMES.
        10 WS-Arc-File-Name   PIC X(10).
        10 WS-Arc-Months      PIC 9(2).
        10 WS-Arc-Card-Flag   PIC X(1).
        10 WS-Arc-Hold-Date   PIC 9(8).
  01 WS-Arc-Count             PIC 9(2) COMP VALUE 5.
  01 WS-Arc-Sub               PIC 9(2) COMP.
  01 WS-Arc-Found-Idx         PIC 9(2) COMP.

  01 WS-Default-Months        PIC 9(2) VALUE 3.
  01 WS-Sync-Mark-Date        PIC 9(8) VALUE 0.
  01 WS-Snap-Date             PIC 9(8) VALUE 0.

*> Cutoff: the first day of the month that many months back. A
*> record dated before it goes to the generation.
  01 WS-Cutoff-Date           PIC 9(8).
  01 WS-Month-Number          PIC 9(6).
  01 WS-Cutoff-Year           PIC 9(4).
  01 WS-Cutoff-Month          PIC 9(2).

*> Every trail strings " DATE=" and the run date somewhere in the
*> record; a line without one (REPAIRLOG's STILL-OUT and TOTALS
*> lines) goes with the dated line before it, and a line with no
*> dated line before it at all stays on the live file.
  01 WS-Date-Pos              PIC 9(4) COMP.
  01 WS-Last-Date             PIC 9(8).
  01 WS-Rec-Old-Flag          PIC X.
     88 WS-Rec-Old            VALUE 'Y'.

*> The proof for one file: the first pass counts, the split writes,
*> the read-backs and the rewrite must all agree with it.
  01 WS-Live-Found-Flag       PIC X.
     88 WS-Live-Found         VALUE 'Y'.
  01 WS-Live-Count            PIC 9(9).
  01 WS-Old-Count             PIC 9(9).
  01 WS-Split-Total           PIC 9(9).
  01 WS-Split-Old             PIC 9(9).
  01 WS-Split-Kept            PIC 9(9).
  01 WS-Proof-Gen-Count       PIC 9(9).
  01 WS-Proof-Keep-Count      PIC 9(9).
  01 WS-Proof-Live-Count      PIC 9(9).
  01 WS-From-Date             PIC 9(8).
  01 WS-To-Date               PIC 9(8).
  01 WS-File-Ok-Flag          PIC X.
     88 WS-File-Ok            VALUE 'Y'.
  01 WS-Fail-Reason           PIC X(50).
  01 WS-Gen-Unproven-Flag     PIC X.
     88 WS-Gen-Unproven       VALUE 'Y'.

  01 WS-Files-Archived        PIC 9(2) VALUE 0.
  01 WS-Files-Failed          PIC 9(2) VALUE 0.
  01 WS-Count-Edited          PIC Z(8)9.
  01 WS-Count-Edited-2        PIC Z(8)9.

  01 WS-Card-Status           PIC XX.
  01 WS-Card-EOF-Flag         PIC X VALUE 'N'.
     88 WS-Card-EOF           VALUE 'Y'.
  01 WS-Card-Key              PIC X(10).
  01 WS-Card-Value            PIC X(40).
  01 WS-Card-File             PIC X(10).
  01 WS-Card-Number-Text      PIC X(10).
  01 WS-Card-Months-X         PIC X(2) JUSTIFIED RIGHT.
  01 WS-Card-Months REDEFINES WS-Card-Months-X PIC 9(2).
  01 WS-Card-Length           PIC 9(2) COMP.

  01 WS-RunLog-Status         PIC XX.
  01 WS-RL-Program-Id         PIC X(8) VALUE "LOGARCH".
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
    DISPLAY "Audit and Log Archive".
    PERFORM CHECK-RUN-AUTHORITY.
    PERFORM GET-RUN-OPTIONS.
    PERFORM LOAD-HOLD-DATES.

    PERFORM VARYING WS-Arc-Sub FROM 1 BY 1
            UNTIL WS-Arc-Sub > WS-Arc-Count
        PERFORM ARCHIVE-ONE-FILE
    END-PERFORM.

    IF WS-Files-Failed NOT = ZERO
        MOVE "FAIL" TO WS-RL-Run-Status
        MOVE 8 TO RETURN-CODE
    END-IF.
    PERFORM WRITE-RUNLOG-END.
    DISPLAY "Log archive complete, " WS-Files-Archived
        " files archived, " WS-Files-Failed " failed.".
    STOP RUN.

*> The five trails at the default retention, then any MONTHS= and
*> RETAIN= cards from LOGACTL.
GET-RUN-OPTIONS.
    MOVE "AUDITLOG"  TO WS-Arc-File-Name(1).
    MOVE "EMPAUDIT"  TO WS-Arc-File-Name(2).
    MOVE "EMPMAUDIT" TO WS-Arc-File-Name(3).
    MOVE "REPAIRLOG" TO WS-Arc-File-Name(4).
    MOVE "RUNLOG"    TO WS-Arc-File-Name(5).
    PERFORM VARYING WS-Arc-Sub FROM 1 BY 1
            UNTIL WS-Arc-Sub > WS-Arc-Count
        MOVE ZERO TO WS-Arc-Months(WS-Arc-Sub)
        MOVE 'N' TO WS-Arc-Card-Flag(WS-Arc-Sub)
        MOVE ZERO TO WS-Arc-Hold-Date(WS-Arc-Sub)
    END-PERFORM.
    OPEN INPUT ControlCardFile.
    IF WS-Card-Status = "00"
        PERFORM READ-CONTROL-CARD
        PERFORM UNTIL WS-Card-EOF
            PERFORM TAKE-ONE-CONTROL-CARD
            PERFORM READ-CONTROL-CARD
        END-PERFORM
        CLOSE ControlCardFile
    END-IF.
    PERFORM VARYING WS-Arc-Sub FROM 1 BY 1
            UNTIL WS-Arc-Sub > WS-Arc-Count
        IF WS-Arc-Card-Flag(WS-Arc-Sub) = 'N'
            MOVE WS-Default-Months TO WS-Arc-Months(WS-Arc-Sub)
        END-IF
    END-PERFORM.

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
        WHEN "MONTHS"
            MOVE WS-Card-Value TO WS-Card-Number-Text
            PERFORM TAKE-CARD-MONTHS
            MOVE WS-Card-Months TO WS-Default-Months
        WHEN "RETAIN"
            PERFORM TAKE-RETAIN-CARD
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

TAKE-RETAIN-CARD.
    MOVE SPACES TO WS-Card-File.
    MOVE SPACES TO WS-Card-Number-Text.
    UNSTRING WS-Card-Value DELIMITED BY ","
        INTO WS-Card-File
             WS-Card-Number-Text
    END-UNSTRING.
    MOVE ZERO TO WS-Arc-Found-Idx.
    PERFORM VARYING WS-Arc-Sub FROM 1 BY 1
            UNTIL WS-Arc-Sub > WS-Arc-Count
        IF WS-Arc-File-Name(WS-Arc-Sub) = WS-Card-File
            MOVE WS-Arc-Sub TO WS-Arc-Found-Idx
        END-IF
    END-PERFORM.
    IF WS-Arc-Found-Idx = ZERO
        PERFORM REFUSE-CONTROL-CARD
    END-IF.
    PERFORM TAKE-CARD-MONTHS.
    MOVE WS-Card-Months TO WS-Arc-Months(WS-Arc-Found-Idx).
    MOVE 'Y' TO WS-Arc-Card-Flag(WS-Arc-Found-Idx).

*> One or two digits, at least one month: a retention of nought
*> would archive the month still being written.
TAKE-CARD-MONTHS.
    MOVE SPACES TO WS-Card-Months-X.
    MOVE ZERO TO WS-Card-Length.
    UNSTRING WS-Card-Number-Text DELIMITED BY SPACE
        INTO WS-Card-Months-X COUNT IN WS-Card-Length
    END-UNSTRING.
    INSPECT WS-Card-Months-X REPLACING LEADING SPACE BY ZERO.
    IF WS-Card-Length = ZERO OR WS-Card-Length > 2
            OR WS-Card-Months-X IS NOT NUMERIC
            OR WS-Card-Months = ZERO
        PERFORM REFUSE-CONTROL-CARD
    END-IF.

REFUSE-CONTROL-CARD.
    DISPLAY "ERROR: BAD CONTROL CARD VALUE: " ControlCard-Record.
    CLOSE ControlCardFile.
    MOVE "FAIL" TO WS-RL-Run-Status.
    PERFORM WRITE-RUNLOG-END.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

*> EMPMAUDIT must keep everything from EmployeeSync's mark date on
*> (it skips the first so-many records of that date by count) and
*> both employee trails everything after EmployeeTurnover's last
*> snapshot. With no SYNCCTL or HDCTSNAP there is nothing to hold.
LOAD-HOLD-DATES.
    OPEN INPUT SyncControlFile.
    IF WS-Sync-Status = "00"
        READ SyncControlFile
            NOT AT END
                IF SC-Last-Date IS NUMERIC
                    MOVE SC-Last-Date TO WS-Sync-Mark-Date
                END-IF
        END-READ
        CLOSE SyncControlFile
    END-IF.
    OPEN INPUT SnapshotFile.
    IF WS-Snap-Status = "00"
        READ SnapshotFile
            NOT AT END
                IF SN-Date IS NUMERIC
                    MOVE SN-Date TO WS-Snap-Date
                END-IF
        END-READ
        CLOSE SnapshotFile
    END-IF.
    MOVE WS-Snap-Date TO WS-Arc-Hold-Date(2).
    MOVE WS-Snap-Date TO WS-Arc-Hold-Date(3).
    IF WS-Sync-Mark-Date NOT = ZERO
        IF WS-Arc-Hold-Date(3) = ZERO
                OR WS-Sync-Mark-Date < WS-Arc-Hold-Date(3)
            MOVE WS-Sync-Mark-Date TO WS-Arc-Hold-Date(3)
        END-IF
    END-IF.

*> Count, split, prove, rewrite, index - any step that does not
*> agree stops this file where it is and the run goes on to the
*> next one. Until the rewrite, the live file has not been touched.
ARCHIVE-ONE-FILE.
    MOVE SPACES TO WS-Live-File-Name.
    MOVE WS-Arc-File-Name(WS-Arc-Sub) TO WS-Live-File-Name.
    MOVE SPACES TO WS-Gen-File-Name.
    STRING WS-Arc-File-Name(WS-Arc-Sub) DELIMITED BY SPACE
           ".A" WS-Today-YYYYMMDD DELIMITED BY SIZE
        INTO WS-Gen-File-Name
    END-STRING.
    MOVE SPACES TO WS-Keep-File-Name.
    STRING WS-Arc-File-Name(WS-Arc-Sub) DELIMITED BY SPACE
           ".KEEP" DELIMITED BY SIZE
        INTO WS-Keep-File-Name
    END-STRING.
    MOVE 'Y' TO WS-File-Ok-Flag.
    MOVE 'N' TO WS-Gen-Unproven-Flag.
    MOVE SPACES TO WS-Fail-Reason.
    PERFORM SET-CUTOFF-DATE.

    PERFORM COUNT-LIVE-FILE.
    IF NOT WS-Live-Found
        DISPLAY "INFO: No " WS-Live-File-Name ", STATUS="
            WS-Live-Status
        EXIT PARAGRAPH
    END-IF.
    ADD WS-Live-Count TO WS-RL-Read-Count.
    IF WS-Old-Count = ZERO
        DISPLAY "INFO: " WS-Live-File-Name " has nothing dated before "
            WS-Cutoff-Date
        EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-GENERATION-FREE.
    IF WS-File-Ok
        PERFORM SPLIT-LIVE-FILE
    END-IF.
    IF WS-File-Ok
        PERFORM PROVE-SPLIT-FILES
    END-IF.
    IF NOT WS-File-Ok
        PERFORM FAIL-THIS-FILE
        EXIT PARAGRAPH
    END-IF.

    PERFORM REWRITE-LIVE-FILE.
    IF NOT WS-File-Ok
        PERFORM FAIL-THIS-FILE
        DISPLAY "ERROR: " WS-Live-File-Name " IS INCOMPLETE - ITS "
            "RECORDS ARE ON " WS-Gen-File-Name " AND "
            WS-Keep-File-Name
        EXIT PARAGRAPH
    END-IF.

    PERFORM WRITE-ARCHIVE-INDEX.
    IF NOT WS-File-Ok
        PERFORM FAIL-THIS-FILE
        DISPLAY "ERROR: ADD " WS-Gen-File-Name " TO ARCHIDX BY HAND"
        EXIT PARAGRAPH
    END-IF.

    OPEN OUTPUT KeepFile.
    CLOSE KeepFile.
    ADD 1 TO WS-Files-Archived.
    ADD WS-Split-Old TO WS-RL-Written-Count.
    MOVE WS-Split-Old TO WS-Count-Edited.
    MOVE WS-Split-Kept TO WS-Count-Edited-2.
    DISPLAY WS-Live-File-Name WS-Count-Edited " records "
        WS-From-Date "-" WS-To-Date " to " WS-Gen-File-Name
        WS-Count-Edited-2 " kept".

*> The first day of the month WS-Arc-Months back from this month,
*> brought forward to the hold date where a reader still needs
*> records older than that.
SET-CUTOFF-DATE.
    COMPUTE WS-Month-Number = WS-Today-YYYY * 12
        + WS-Today-MM - 1 - WS-Arc-Months(WS-Arc-Sub).
    DIVIDE WS-Month-Number BY 12 GIVING WS-Cutoff-Year
        REMAINDER WS-Cutoff-Month.
    ADD 1 TO WS-Cutoff-Month.
    COMPUTE WS-Cutoff-Date = WS-Cutoff-Year * 10000
        + WS-Cutoff-Month * 100 + 1.
    IF WS-Arc-Hold-Date(WS-Arc-Sub) NOT = ZERO
            AND WS-Arc-Hold-Date(WS-Arc-Sub) < WS-Cutoff-Date
        MOVE WS-Arc-Hold-Date(WS-Arc-Sub) TO WS-Cutoff-Date
        DISPLAY "INFO: " WS-Arc-File-Name(WS-Arc-Sub)
            " cutoff held at " WS-Cutoff-Date
            " for records not yet read downstream"
    END-IF.

*> First pass: how many records, how many of them go, and the date
*> range they cover.
COUNT-LIVE-FILE.
    MOVE 'N' TO WS-Live-Found-Flag.
    MOVE ZERO TO WS-Live-Count.
    MOVE ZERO TO WS-Old-Count.
    MOVE ZERO TO WS-Last-Date.
    MOVE 99999999 TO WS-From-Date.
    MOVE ZERO TO WS-To-Date.
    OPEN INPUT LiveFile.
    IF WS-Live-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-Live-Found-Flag.
    MOVE 'N' TO WS-Live-EOF-Flag.
    PERFORM READ-LIVE-RECORD.
    PERFORM UNTIL WS-Live-EOF
        ADD 1 TO WS-Live-Count
        PERFORM CLASSIFY-LIVE-RECORD
        IF WS-Rec-Old
            ADD 1 TO WS-Old-Count
            IF WS-Last-Date < WS-From-Date
                MOVE WS-Last-Date TO WS-From-Date
            END-IF
            IF WS-Last-Date > WS-To-Date
                MOVE WS-Last-Date TO WS-To-Date
            END-IF
        END-IF
        PERFORM READ-LIVE-RECORD
    END-PERFORM.
    CLOSE LiveFile.

READ-LIVE-RECORD.
    READ LiveFile
        AT END
            MOVE 'Y' TO WS-Live-EOF-Flag
    END-READ.

CLASSIFY-LIVE-RECORD.
    MOVE ZERO TO WS-Date-Pos.
    INSPECT Live-Record TALLYING WS-Date-Pos
        FOR CHARACTERS BEFORE INITIAL " DATE=".
    IF WS-Date-Pos < 137
        IF Live-Record(WS-Date-Pos + 7:8) IS NUMERIC
            MOVE Live-Record(WS-Date-Pos + 7:8) TO WS-Last-Date
        END-IF
    END-IF.
    MOVE 'N' TO WS-Rec-Old-Flag.
    IF WS-Last-Date NOT = ZERO AND WS-Last-Date < WS-Cutoff-Date
        MOVE 'Y' TO WS-Rec-Old-Flag
    END-IF.

*> A generation already holding records is never written over - a
*> second run the same day finds it and leaves the file alone. One
*> left empty by a split that did not prove is free to reuse.
CHECK-GENERATION-FREE.
    OPEN INPUT GenerationFile.
    IF WS-Gen-Status = "00"
        MOVE 'N' TO WS-Gen-EOF-Flag
        PERFORM READ-GENERATION-RECORD
        IF NOT WS-Gen-EOF
            MOVE 'N' TO WS-File-Ok-Flag
            MOVE "GENERATION ALREADY EXISTS" TO WS-Fail-Reason
        END-IF
        CLOSE GenerationFile
    END-IF.

READ-GENERATION-RECORD.
    READ GenerationFile
        AT END
            MOVE 'Y' TO WS-Gen-EOF-Flag
    END-READ.

*> Second pass: old records to the generation, the rest to KEEP,
*> and both must add back up to the first pass - anything appended
*> in between shows up here.
SPLIT-LIVE-FILE.
    MOVE ZERO TO WS-Split-Total.
    MOVE ZERO TO WS-Split-Old.
    MOVE ZERO TO WS-Split-Kept.
    MOVE ZERO TO WS-Last-Date.
    OPEN INPUT LiveFile.
    IF WS-Live-Status NOT = "00"
        MOVE 'N' TO WS-File-Ok-Flag
        MOVE "LIVE FILE WOULD NOT REOPEN" TO WS-Fail-Reason
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT GenerationFile.
    IF WS-Gen-Status NOT = "00"
        CLOSE LiveFile
        MOVE 'N' TO WS-File-Ok-Flag
        MOVE "CANNOT OPEN GENERATION" TO WS-Fail-Reason
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-Gen-Unproven-Flag.
    OPEN OUTPUT KeepFile.
    IF WS-Keep-Status NOT = "00"
        CLOSE LiveFile
        CLOSE GenerationFile
        MOVE 'N' TO WS-File-Ok-Flag
        MOVE "CANNOT OPEN KEEP FILE" TO WS-Fail-Reason
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-Live-EOF-Flag.
    PERFORM READ-LIVE-RECORD.
    PERFORM UNTIL WS-Live-EOF
        ADD 1 TO WS-Split-Total
        PERFORM CLASSIFY-LIVE-RECORD
        IF WS-Rec-Old
            MOVE Live-Record TO Generation-Record
            WRITE Generation-Record
            ADD 1 TO WS-Split-Old
        ELSE
            MOVE Live-Record TO Keep-Record
            WRITE Keep-Record
            ADD 1 TO WS-Split-Kept
        END-IF
        PERFORM READ-LIVE-RECORD
    END-PERFORM.
    CLOSE LiveFile.
    CLOSE GenerationFile.
    CLOSE KeepFile.
    IF WS-Split-Total NOT = WS-Live-Count
            OR WS-Split-Old NOT = WS-Old-Count
        MOVE 'N' TO WS-File-Ok-Flag
        MOVE "LIVE FILE CHANGED DURING THE RUN" TO WS-Fail-Reason
    END-IF.

*> Both halves read back and counted before the live file is
*> touched.
PROVE-SPLIT-FILES.
    MOVE ZERO TO WS-Proof-Gen-Count.
    MOVE ZERO TO WS-Proof-Keep-Count.
    OPEN INPUT GenerationFile.
    IF WS-Gen-Status = "00"
        MOVE 'N' TO WS-Gen-EOF-Flag
        PERFORM READ-GENERATION-RECORD
        PERFORM UNTIL WS-Gen-EOF
            ADD 1 TO WS-Proof-Gen-Count
            PERFORM READ-GENERATION-RECORD
        END-PERFORM
        CLOSE GenerationFile
    END-IF.
    OPEN INPUT KeepFile.
    IF WS-Keep-Status = "00"
        MOVE 'N' TO WS-Keep-EOF-Flag
        PERFORM READ-KEEP-RECORD
        PERFORM UNTIL WS-Keep-EOF
            ADD 1 TO WS-Proof-Keep-Count
            PERFORM READ-KEEP-RECORD
        END-PERFORM
        CLOSE KeepFile
    END-IF.
    IF WS-Proof-Gen-Count NOT = WS-Split-Old
            OR WS-Proof-Keep-Count NOT = WS-Split-Kept
        MOVE 'N' TO WS-File-Ok-Flag
        MOVE "GENERATION OR KEEP FILE DID NOT READ BACK"
            TO WS-Fail-Reason
    END-IF.

READ-KEEP-RECORD.
    READ KeepFile
        AT END
            MOVE 'Y' TO WS-Keep-EOF-Flag
    END-READ.

*> The live file is written afresh from KEEP and counted once more.
REWRITE-LIVE-FILE.
    MOVE 'N' TO WS-Gen-Unproven-Flag.
    OPEN OUTPUT LiveFile.
    IF WS-Live-Status NOT = "00"
        MOVE 'N' TO WS-File-Ok-Flag
        MOVE "CANNOT REWRITE LIVE FILE" TO WS-Fail-Reason
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT KeepFile.
    IF WS-Keep-Status NOT = "00"
        CLOSE LiveFile
        MOVE 'N' TO WS-File-Ok-Flag
        MOVE "KEEP FILE WOULD NOT REOPEN" TO WS-Fail-Reason
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-Keep-EOF-Flag.
    PERFORM READ-KEEP-RECORD.
    PERFORM UNTIL WS-Keep-EOF
        MOVE Keep-Record TO Live-Record
        WRITE Live-Record
        PERFORM READ-KEEP-RECORD
    END-PERFORM.
    CLOSE KeepFile.
    CLOSE LiveFile.

    MOVE ZERO TO WS-Proof-Live-Count.
    OPEN INPUT LiveFile.
    IF WS-Live-Status = "00"
        MOVE 'N' TO WS-Live-EOF-Flag
        PERFORM READ-LIVE-RECORD
        PERFORM UNTIL WS-Live-EOF
            ADD 1 TO WS-Proof-Live-Count
            PERFORM READ-LIVE-RECORD
        END-PERFORM
        CLOSE LiveFile
    END-IF.
    IF WS-Proof-Live-Count NOT = WS-Split-Kept
        MOVE 'N' TO WS-File-Ok-Flag
        MOVE "REWRITTEN LIVE FILE DID NOT READ BACK"
            TO WS-Fail-Reason
    END-IF.

WRITE-ARCHIVE-INDEX.
    OPEN EXTEND ArchiveIndexFile.
    IF WS-Index-Status = "35"
        CLOSE ArchiveIndexFile
        OPEN OUTPUT ArchiveIndexFile
    END-IF.
    IF WS-Index-Status NOT = "00"
        MOVE 'N' TO WS-File-Ok-Flag
        MOVE "CANNOT OPEN ARCHIDX" TO WS-Fail-Reason
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO ArchiveIndex-Record.
    MOVE WS-Arc-File-Name(WS-Arc-Sub) TO AX-File-Name.
    MOVE WS-Gen-File-Name TO AX-Generation.
    MOVE WS-From-Date TO AX-From-Date.
    MOVE WS-To-Date TO AX-To-Date.
    MOVE WS-Split-Old TO AX-Record-Count.
    MOVE WS-Cutoff-Date TO AX-Cutoff-Date.
    MOVE WS-Today-YYYYMMDD TO AX-Run-Date.
    WRITE ArchiveIndex-Record.
    CLOSE ArchiveIndexFile.

*> A split that did not prove leaves the generation empty, so the
*> next run can use the name; the live file was never touched. Once
*> the rewrite has started the generation is kept whatever happens.
FAIL-THIS-FILE.
    DISPLAY "ERROR: " WS-Live-File-Name " NOT ARCHIVED - "
        WS-Fail-Reason.
    ADD 1 TO WS-Files-Failed.
    ADD WS-Old-Count TO WS-RL-Rejected-Count.
    IF WS-Gen-Unproven
        OPEN OUTPUT GenerationFile
        CLOSE GenerationFile
    END-IF.

*> The submitting user must hold RUN authority for the archive or no
*> audit record is moved, with STATUS=DENY on RUNLOG.
CHECK-RUN-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "RUN" TO WS-Auth-Function.
    MOVE ZERO TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        DISPLAY "ERROR: USER " WS-Auth-User
            " MAY NOT RUN THE LOG ARCHIVE - " WS-Auth-Reason
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

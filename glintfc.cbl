IDENTIFICATION DIVISION.
PROGRAM-ID. GLJournalInterface.

*> One journal interface to the ledger for every nightly GL extract.
*> Each extract becomes one journal batch: every line's account is
*> checked against the chart of accounts (on file, active, postable,
*> and in the company the source posts to) and the batch must have
*> debits equal to credits. A clean batch gets the next journal
*> batch number and goes on GLJOURNL in the one standard layout; a
*> batch with any bad line, or that does not balance, is held back
*> whole on the suspense report so the ledger never sees half of it.
*> An extract is posted once: one that is the same as the last one
*> posted from its source is left alone, so a source that did not
*> run tonight does not post last night's journal again.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  The extract being read; the source table names each one in turn.
    SELECT OPTIONAL ExtractFile ASSIGN TO DYNAMIC WS-Extract-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Extract-Status.

    SELECT ChartFile ASSIGN TO "COAFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Chart-Status.

*>  Last journal batch number issued, and what was last posted from
*>  each source, carried from run to run.
    SELECT OPTIONAL BatchControlFile ASSIGN TO "GLBATCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BatchCtl-Status.

    SELECT JournalFile ASSIGN TO "GLJOURNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Journal-Status.

    SELECT SuspenseFile ASSIGN TO "GLSUSPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Suspense-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.

*>  Optional control-card dataset. SOURCE=extract,code,company adds
*>  a nightly extract or changes the company an existing one posts
*>  to; with no card GLEXTRACT (PAY) and INVGLEXT (INV) both post to
*>  company 01. REPOST=extract posts that extract tonight even if it
*>  is the same as the last one posted from it.
    SELECT OPTIONAL ControlCardFile ASSIGN TO "GLICTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Card-Status.

DATA DIVISION.
FILE SECTION.
*> Payroll writes DATE=, DEPT=, ACCT=, an account name, DR or CR and
*> AMT= with twelve digits and the cents implied; inventory writes
*> RUN= where payroll has DEPT=, and its amount carries a point.
FD  ExtractFile.
01  Extract-Record          PIC X(132).

*> Chart of accounts, comma-separated: account, company, status
*> (A active, I inactive), postable (Y, or N for a heading or total
*> account nothing posts to directly) and the account name.
FD  ChartFile.
01  Chart-Record.
    05 COA-Acct             PIC 9(6).
    05 FILLER               PIC X(1).
    05 COA-Company          PIC X(2).
    05 FILLER               PIC X(1).
    05 COA-Status           PIC X(1).
    05 FILLER               PIC X(1).
    05 COA-Postable         PIC X(1).
    05 FILLER               PIC X(1).
    05 COA-Name             PIC X(30).

*> The first record is the batch counter. Then one SRC= record per
*> extract ever posted: the batch it went in as, and what identifies
*> it - the latest DATE= on it, its line count and both totals.
FD  BatchControlFile.
01  BatchControl-Record.
    05 BC-Last-Batch        PIC 9(8).
    05 FILLER               PIC X(1).
    05 BC-Last-Run-Date     PIC 9(8).
01  BatchControl-Source-Record.
    05 BCS-Tag              PIC X(4).
    05 BCS-File             PIC X(12).
    05 FILLER               PIC X(1).
    05 BCS-Batch            PIC 9(8).
    05 FILLER               PIC X(1).
    05 BCS-Post-Date        PIC 9(8).
    05 FILLER               PIC X(1).
    05 BCS-Lines            PIC 9(5).
    05 FILLER               PIC X(1).
    05 BCS-Debits           PIC 9(13)V99.
    05 FILLER               PIC X(1).
    05 BCS-Credits          PIC 9(13)V99.

*> The ledger's one journal layout: a header per batch, one detail
*> per posting line, a batch trailer proving debits against
*> credits, and a file trailer with the batch and line counts.
FD  JournalFile.
01  Journal-Header-Record.
    05 GJH-Rec-Type         PIC X(1).
    05 GJH-Batch            PIC 9(8).
    05 GJH-Source           PIC X(4).
    05 GJH-Company          PIC X(2).
    05 GJH-Run-Date         PIC 9(8).
    05 GJH-Extract          PIC X(12).
01  Journal-Detail-Record.
    05 GJD-Rec-Type         PIC X(1).
    05 GJD-Batch            PIC 9(8).
    05 GJD-Line             PIC 9(5).
    05 GJD-Company          PIC X(2).
    05 GJD-Post-Date        PIC 9(8).
    05 GJD-Acct             PIC 9(6).
    05 GJD-Side             PIC X(2).
    05 GJD-Amount           PIC 9(11)V99.
    05 GJD-Ref              PIC X(12).
    05 GJD-Desc             PIC X(20).
01  Journal-Trailer-Record.
    05 GJT-Rec-Type         PIC X(1).
    05 GJT-Batch            PIC 9(8).
    05 GJT-Line-Count       PIC 9(5).
    05 GJT-Debits           PIC 9(13)V99.
    05 GJT-Credits          PIC 9(13)V99.
01  Journal-File-Trailer-Record.
    05 GJZ-Rec-Type         PIC X(1).
    05 GJZ-Label            PIC X(7).
    05 GJZ-Batch-Count      PIC 9(5).
    05 GJZ-Line-Count       PIC 9(9).
    05 GJZ-Debits           PIC 9(13)V99.
    05 GJZ-Credits          PIC 9(13)V99.

FD  SuspenseFile.
01  Suspense-Record         PIC X(132).

*> Shared run-control log every batch program in the shop appends a
*> START record and an END record to.
FD  RunLogFile.
01  RunLog-Record           PIC X(132).

FD  ControlCardFile.
01  ControlCard-Record      PIC X(80).

WORKING-STORAGE SECTION.
  01 WS-Extract-Status        PIC XX.
  01 WS-Extract-File-Name     PIC X(12).
  01 WS-Extract-EOF-Flag      PIC X VALUE 'N'.
     88 WS-Extract-EOF        VALUE 'Y'.
  01 WS-Chart-Status          PIC XX.
  01 WS-Chart-EOF-Flag        PIC X VALUE 'N'.
     88 WS-Chart-EOF          VALUE 'Y'.
  01 WS-BatchCtl-Status       PIC XX.
  01 WS-BatchCtl-EOF-Flag     PIC X VALUE 'N'.
     88 WS-BatchCtl-EOF       VALUE 'Y'.
  01 WS-Journal-Status        PIC XX.
  01 WS-Suspense-Status       PIC XX.

  01 WS-Today-YYYYMMDD        PIC 9(8).

*> The nightly extracts, read in this order.
  01 WS-Src-Table.
     05 WS-Src-Entry OCCURS 10 TIMES.
        10 WS-Src-File-Name   PIC X(12).
        10 WS-Src-Code        PIC X(4).
        10 WS-Src-Company     PIC X(2).
  01 WS-Src-Count             PIC 9(2) COMP VALUE 0.
  01 WS-Src-Sub               PIC 9(2) COMP.
  01 WS-Src-Found-Idx         PIC 9(2) COMP.
  01 WS-Src-Card-File         PIC X(12).
  01 WS-Src-Card-Code         PIC X(4).
  01 WS-Src-Card-Company      PIC X(2).

*> The last extract posted from each extract file, from GLBATCTL,
*> updated as tonight's batches post and written back at the end.
  01 WS-Posted-Table.
     05 WS-Posted-Entry OCCURS 20 TIMES.
        10 WS-Posted-File     PIC X(12).
        10 WS-Posted-Batch    PIC 9(8).
        10 WS-Posted-Date     PIC 9(8).
        10 WS-Posted-Lines    PIC 9(5).
        10 WS-Posted-Debits   PIC 9(13)V99.
        10 WS-Posted-Credits  PIC 9(13)V99.
  01 WS-Posted-Count          PIC 9(2) COMP VALUE 0.
  01 WS-Posted-Sub            PIC 9(2) COMP.
  01 WS-Posted-Found-Idx      PIC 9(2) COMP.

*> Extracts named on REPOST= cards.
  01 WS-Repost-Table.
     05 WS-Repost-File OCCURS 10 TIMES PIC X(12).
  01 WS-Repost-Count          PIC 9(2) COMP VALUE 0.
  01 WS-Repost-Sub            PIC 9(2) COMP.
  01 WS-Repost-Flag           PIC X.
     88 WS-Repost-Asked       VALUE 'Y'.

*> Chart of accounts held for the run.
  01 WS-COA-Table.
     05 WS-COA-Entry OCCURS 3000 TIMES.
        10 WS-COA-Acct        PIC 9(6).
        10 WS-COA-Company     PIC X(2).
        10 WS-COA-Status      PIC X(1).
        10 WS-COA-Postable    PIC X(1).
  01 WS-COA-Count             PIC 9(4) COMP VALUE 0.
  01 WS-COA-Sub               PIC 9(4) COMP.
  01 WS-COA-Found-Idx         PIC 9(4) COMP.
  01 WS-COA-Company-Hit-Flag  PIC X.

*> The batch being built: every line of one extract, held until the
*> whole extract has been checked and proved.
  01 WS-Ln-Table.
     05 WS-Ln-Entry OCCURS 2000 TIMES.
        10 WS-Ln-Post-Date    PIC 9(8).
        10 WS-Ln-Ref          PIC X(12).
        10 WS-Ln-Acct         PIC 9(6).
        10 WS-Ln-Desc         PIC X(20).
        10 WS-Ln-Side         PIC X(2).
        10 WS-Ln-Amount       PIC 9(11)V99.
        10 WS-Ln-Reason       PIC X(30).
  01 WS-Ln-Count              PIC 9(4) COMP VALUE 0.
  01 WS-Ln-Sub                PIC 9(4) COMP.
  01 WS-Ln-Bad-Count          PIC 9(4) VALUE 0.
  01 WS-Ln-Overflow-Flag      PIC X VALUE 'N'.
     88 WS-Ln-Overflow        VALUE 'Y'.
  01 WS-Batch-Debits          PIC 9(13)V99.
  01 WS-Batch-Credits         PIC 9(13)V99.
  01 WS-Batch-Reason          PIC X(30).
  01 WS-Extract-Last-Date     PIC 9(8).

*> One extract line taken apart on its blanks.
  01 WS-Tok-1                 PIC X(30).
  01 WS-Tok-2                 PIC X(30).
  01 WS-Tok-3                 PIC X(30).
  01 WS-Tok-4                 PIC X(30).
  01 WS-Tok-5                 PIC X(30).
  01 WS-Tok-6                 PIC X(30).
  01 WS-Amt-Whole             PIC 9(11).
  01 WS-Amt-Cents             PIC 9(2).
  01 WS-Amt-Implied           PIC 9(10)V99.
  01 WS-Amt-Implied-X REDEFINES WS-Amt-Implied PIC X(12).

  01 WS-Last-Batch            PIC 9(8) VALUE 0.
  01 WS-Batch-Count           PIC 9(5) VALUE 0.
  01 WS-Held-Count            PIC 9(5) VALUE 0.
  01 WS-Repeat-Count          PIC 9(5) VALUE 0.
  01 WS-Journal-Lines         PIC 9(9) VALUE 0.
  01 WS-Journal-Debits        PIC 9(13)V99 VALUE 0.
  01 WS-Journal-Credits       PIC 9(13)V99 VALUE 0.

  01 WS-Amt-Edited            PIC Z(10)9.99.
  01 WS-Amt-Edited-2          PIC Z(12)9.99.
  01 WS-Amt-Edited-3          PIC Z(12)9.99.
  01 WS-Count-Edited          PIC Z(4)9.

  01 WS-Card-Status           PIC XX.
  01 WS-Card-EOF-Flag         PIC X VALUE 'N'.
     88 WS-Card-EOF           VALUE 'Y'.
  01 WS-Card-Key              PIC X(10).
  01 WS-Card-Value            PIC X(40).

  01 WS-RunLog-Status         PIC XX.
  01 WS-RL-Program-Id         PIC X(8) VALUE "GLINTFC".
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
    DISPLAY "General Ledger Journal Interface".
    PERFORM CHECK-RUN-AUTHORITY.
    PERFORM GET-RUN-OPTIONS.
    PERFORM LOAD-CHART-OF-ACCOUNTS.
    PERFORM READ-BATCH-CONTROL.

    OPEN OUTPUT JournalFile.
    IF WS-Journal-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN GLJOURNL, STATUS="
            WS-Journal-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT SuspenseFile.
    IF WS-Suspense-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN GLSUSPRPT, STATUS="
            WS-Suspense-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        CLOSE JournalFile
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO Suspense-Record.
    STRING "GL JOURNAL SUSPENSE REPORT  RUN DATE=" WS-Today-YYYYMMDD
        DELIMITED BY SIZE INTO Suspense-Record
    END-STRING.
    WRITE Suspense-Record.

    PERFORM VARYING WS-Src-Sub FROM 1 BY 1
            UNTIL WS-Src-Sub > WS-Src-Count
        PERFORM PROCESS-ONE-EXTRACT
    END-PERFORM.

    MOVE SPACES TO Journal-File-Trailer-Record.
    MOVE "Z" TO GJZ-Rec-Type.
    MOVE "TRAILER" TO GJZ-Label.
    MOVE WS-Batch-Count TO GJZ-Batch-Count.
    MOVE WS-Journal-Lines TO GJZ-Line-Count.
    MOVE WS-Journal-Debits TO GJZ-Debits.
    MOVE WS-Journal-Credits TO GJZ-Credits.
    WRITE Journal-File-Trailer-Record.
    CLOSE JournalFile.

    MOVE SPACES TO Suspense-Record.
    MOVE WS-Held-Count TO WS-Count-Edited.
    STRING "BATCHES HELD=" WS-Count-Edited
           "  LINES HELD=" WS-RL-Rejected-Count
        DELIMITED BY SIZE INTO Suspense-Record
    END-STRING.
    WRITE Suspense-Record.
    CLOSE SuspenseFile.

    PERFORM SAVE-BATCH-CONTROL.
    MOVE WS-Journal-Lines TO WS-RL-Written-Count.
    IF WS-Held-Count NOT = ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-RL-Run-Status = "FAIL"
        MOVE 8 TO RETURN-CODE
    END-IF.
    PERFORM WRITE-RUNLOG-END.
    DISPLAY "GL interface complete, " WS-Batch-Count
        " batches posted, " WS-Held-Count " held in suspense, "
        WS-Repeat-Count " already posted.".
    STOP RUN.

*> The submitting user must hold RUN authority for the interface or
*> nothing is posted, with STATUS=DENY on RUNLOG.
CHECK-RUN-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "RUN" TO WS-Auth-Function.
    MOVE ZERO TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        DISPLAY "ERROR: USER " WS-Auth-User
            " MAY NOT RUN THE GL INTERFACE - " WS-Auth-Reason
        MOVE "DENY" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The standard sources, then any SOURCE= cards from GLICTL.
GET-RUN-OPTIONS.
    MOVE 2 TO WS-Src-Count.
    MOVE "GLEXTRACT" TO WS-Src-File-Name(1).
    MOVE "PAY"       TO WS-Src-Code(1).
    MOVE "01"        TO WS-Src-Company(1).
    MOVE "INVGLEXT"  TO WS-Src-File-Name(2).
    MOVE "INV"       TO WS-Src-Code(2).
    MOVE "01"        TO WS-Src-Company(2).
    OPEN INPUT ControlCardFile.
    IF WS-Card-Status = "00"
        PERFORM READ-CONTROL-CARD
        PERFORM UNTIL WS-Card-EOF
            PERFORM TAKE-ONE-CONTROL-CARD
            PERFORM READ-CONTROL-CARD
        END-PERFORM
        CLOSE ControlCardFile
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
        WHEN "SOURCE"
            PERFORM TAKE-SOURCE-CARD
        WHEN "REPOST"
            IF WS-Card-Value = SPACES OR WS-Repost-Count >= 10
                DISPLAY "ERROR: BAD CONTROL CARD VALUE: "
                    ControlCard-Record
                MOVE "FAIL" TO WS-RL-Run-Status
                PERFORM WRITE-RUNLOG-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-Repost-Count
            MOVE WS-Card-Value TO WS-Repost-File(WS-Repost-Count)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

TAKE-SOURCE-CARD.
    MOVE SPACES TO WS-Src-Card-File.
    MOVE SPACES TO WS-Src-Card-Code.
    MOVE SPACES TO WS-Src-Card-Company.
    UNSTRING WS-Card-Value DELIMITED BY ","
        INTO WS-Src-Card-File
             WS-Src-Card-Code
             WS-Src-Card-Company
    END-UNSTRING.
    IF WS-Src-Card-File = SPACES OR WS-Src-Card-Code = SPACES
            OR WS-Src-Card-Company = SPACES
        DISPLAY "ERROR: BAD CONTROL CARD VALUE: " ControlCard-Record
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE ZERO TO WS-Src-Found-Idx.
    PERFORM VARYING WS-Src-Sub FROM 1 BY 1
            UNTIL WS-Src-Sub > WS-Src-Count
        IF WS-Src-File-Name(WS-Src-Sub) = WS-Src-Card-File
            MOVE WS-Src-Sub TO WS-Src-Found-Idx
        END-IF
    END-PERFORM.
    IF WS-Src-Found-Idx = ZERO
        IF WS-Src-Count >= 10
            DISPLAY "ERROR: MORE THAN 10 GL SOURCES ON GLICTL"
            MOVE "FAIL" TO WS-RL-Run-Status
            PERFORM WRITE-RUNLOG-END
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-Src-Count
        MOVE WS-Src-Count TO WS-Src-Found-Idx
    END-IF.
    MOVE WS-Src-Card-File    TO WS-Src-File-Name(WS-Src-Found-Idx).
    MOVE WS-Src-Card-Code    TO WS-Src-Code(WS-Src-Found-Idx).
    MOVE WS-Src-Card-Company TO WS-Src-Company(WS-Src-Found-Idx).

*> Without the chart nothing can be checked, so nothing is posted.
LOAD-CHART-OF-ACCOUNTS.
    MOVE ZERO TO WS-COA-Count.
    OPEN INPUT ChartFile.
    IF WS-Chart-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN COAFILE, STATUS=" WS-Chart-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-CHART-RECORD.
    PERFORM UNTIL WS-Chart-EOF
        IF COA-Acct IS NUMERIC
            IF WS-COA-Count >= 3000
                DISPLAY "ERROR: CHART OF ACCOUNTS TABLE IS FULL"
                MOVE "FAIL" TO WS-RL-Run-Status
                PERFORM WRITE-RUNLOG-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-COA-Count
            MOVE COA-Acct     TO WS-COA-Acct(WS-COA-Count)
            MOVE COA-Company  TO WS-COA-Company(WS-COA-Count)
            MOVE COA-Status   TO WS-COA-Status(WS-COA-Count)
            MOVE COA-Postable TO WS-COA-Postable(WS-COA-Count)
        END-IF
        PERFORM READ-CHART-RECORD
    END-PERFORM.
    CLOSE ChartFile.

READ-CHART-RECORD.
    READ ChartFile
        AT END
            MOVE 'Y' TO WS-Chart-EOF-Flag
    END-READ.

READ-BATCH-CONTROL.
    MOVE ZERO TO WS-Last-Batch.
    MOVE ZERO TO WS-Posted-Count.
    OPEN INPUT BatchControlFile.
    IF WS-BatchCtl-Status = "00" OR WS-BatchCtl-Status = "05"
        READ BatchControlFile
            AT END
                MOVE 'Y' TO WS-BatchCtl-EOF-Flag
            NOT AT END
                IF BC-Last-Batch IS NUMERIC
                    MOVE BC-Last-Batch TO WS-Last-Batch
                END-IF
        END-READ
        PERFORM UNTIL WS-BatchCtl-EOF
            READ BatchControlFile
                AT END
                    MOVE 'Y' TO WS-BatchCtl-EOF-Flag
                NOT AT END
                    PERFORM TAKE-POSTED-SOURCE
            END-READ
        END-PERFORM
        CLOSE BatchControlFile
    END-IF.

TAKE-POSTED-SOURCE.
    IF BCS-Tag NOT = "SRC=" OR BCS-Batch NOT NUMERIC
            OR BCS-Post-Date NOT NUMERIC OR BCS-Lines NOT NUMERIC
            OR BCS-Debits NOT NUMERIC OR BCS-Credits NOT NUMERIC
        DISPLAY "WARNING: GLBATCTL RECORD SKIPPED: "
            BatchControl-Source-Record
        EXIT PARAGRAPH
    END-IF.
    IF WS-Posted-Count >= 20
        DISPLAY "WARNING: GLBATCTL HAS MORE THAN 20 SOURCES, SKIPPED: "
            BCS-File
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Posted-Count.
    MOVE BCS-File      TO WS-Posted-File(WS-Posted-Count).
    MOVE BCS-Batch     TO WS-Posted-Batch(WS-Posted-Count).
    MOVE BCS-Post-Date TO WS-Posted-Date(WS-Posted-Count).
    MOVE BCS-Lines     TO WS-Posted-Lines(WS-Posted-Count).
    MOVE BCS-Debits    TO WS-Posted-Debits(WS-Posted-Count).
    MOVE BCS-Credits   TO WS-Posted-Credits(WS-Posted-Count).

SAVE-BATCH-CONTROL.
    OPEN OUTPUT BatchControlFile.
    IF WS-BatchCtl-Status NOT = "00" AND WS-BatchCtl-Status NOT = "05"
        DISPLAY "ERROR: CANNOT REWRITE GLBATCTL, STATUS="
            WS-BatchCtl-Status " - LAST BATCH WAS " WS-Last-Batch
        MOVE "FAIL" TO WS-RL-Run-Status
    ELSE
        MOVE SPACES TO BatchControl-Record
        MOVE WS-Last-Batch TO BC-Last-Batch
        MOVE WS-Today-YYYYMMDD TO BC-Last-Run-Date
        WRITE BatchControl-Record
        PERFORM VARYING WS-Posted-Sub FROM 1 BY 1
                UNTIL WS-Posted-Sub > WS-Posted-Count
            MOVE SPACES TO BatchControl-Source-Record
            MOVE "SRC=" TO BCS-Tag
            MOVE WS-Posted-File(WS-Posted-Sub)    TO BCS-File
            MOVE WS-Posted-Batch(WS-Posted-Sub)   TO BCS-Batch
            MOVE WS-Posted-Date(WS-Posted-Sub)    TO BCS-Post-Date
            MOVE WS-Posted-Lines(WS-Posted-Sub)   TO BCS-Lines
            MOVE WS-Posted-Debits(WS-Posted-Sub)  TO BCS-Debits
            MOVE WS-Posted-Credits(WS-Posted-Sub) TO BCS-Credits
            WRITE BatchControl-Source-Record
        END-PERFORM
        CLOSE BatchControlFile
    END-IF.

*> A source that did not run tonight has either no extract, which is
*> skipped, or still has the last one it wrote. The producers do not
*> remove their extracts, so that one is recognised against GLBATCTL
*> - same latest DATE=, line count, debits and credits as the last
*> extract posted from that file - and is not posted a second time.
PROCESS-ONE-EXTRACT.
    MOVE WS-Src-File-Name(WS-Src-Sub) TO WS-Extract-File-Name.
    MOVE ZERO TO WS-Ln-Count.
    MOVE ZERO TO WS-Ln-Bad-Count.
    MOVE ZERO TO WS-Batch-Debits.
    MOVE ZERO TO WS-Batch-Credits.
    MOVE SPACES TO WS-Batch-Reason.
    MOVE 'N' TO WS-Ln-Overflow-Flag.
    MOVE 'N' TO WS-Extract-EOF-Flag.
    MOVE ZERO TO WS-Extract-Last-Date.
    OPEN INPUT ExtractFile.
    IF WS-Extract-Status NOT = "00"
        DISPLAY "INFO: No " WS-Extract-File-Name
            " extract tonight, STATUS=" WS-Extract-Status
        EXIT PARAGRAPH
    END-IF.
    PERFORM READ-EXTRACT-RECORD.
    PERFORM UNTIL WS-Extract-EOF
        IF Extract-Record NOT = SPACES
            ADD 1 TO WS-RL-Read-Count
            IF WS-Ln-Count >= 2000
                MOVE 'Y' TO WS-Ln-Overflow-Flag
            ELSE
                ADD 1 TO WS-Ln-Count
                PERFORM TAKE-EXTRACT-LINE
            END-IF
        END-IF
        PERFORM READ-EXTRACT-RECORD
    END-PERFORM.
    CLOSE ExtractFile.
    IF WS-Ln-Count = ZERO
        DISPLAY "INFO: " WS-Extract-File-Name " is empty tonight."
        EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-POSTED-EXTRACT.
    IF WS-Posted-Found-Idx NOT = ZERO
        IF WS-Posted-Date(WS-Posted-Found-Idx) = WS-Extract-Last-Date
                AND WS-Posted-Lines(WS-Posted-Found-Idx) = WS-Ln-Count
                AND WS-Posted-Debits(WS-Posted-Found-Idx)
                    = WS-Batch-Debits
                AND WS-Posted-Credits(WS-Posted-Found-Idx)
                    = WS-Batch-Credits
            PERFORM CHECK-REPOST-CARD
            IF NOT WS-Repost-Asked
                PERFORM WRITE-REPEAT-EXTRACT
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-IF.

    EVALUATE TRUE
        WHEN WS-Ln-Overflow
            MOVE "MORE THAN 2000 LINES" TO WS-Batch-Reason
        WHEN WS-Ln-Bad-Count NOT = ZERO
            MOVE "LINES FAILED VALIDATION" TO WS-Batch-Reason
        WHEN WS-Batch-Debits NOT = WS-Batch-Credits
            MOVE "DEBITS DO NOT EQUAL CREDITS" TO WS-Batch-Reason
    END-EVALUATE.
    IF WS-Batch-Reason = SPACES
        PERFORM WRITE-JOURNAL-BATCH
    ELSE
        PERFORM WRITE-SUSPENSE-BATCH
    END-IF.

FIND-POSTED-EXTRACT.
    MOVE ZERO TO WS-Posted-Found-Idx.
    PERFORM VARYING WS-Posted-Sub FROM 1 BY 1
            UNTIL WS-Posted-Sub > WS-Posted-Count
        IF WS-Posted-File(WS-Posted-Sub) = WS-Extract-File-Name
            MOVE WS-Posted-Sub TO WS-Posted-Found-Idx
        END-IF
    END-PERFORM.

CHECK-REPOST-CARD.
    MOVE 'N' TO WS-Repost-Flag.
    PERFORM VARYING WS-Repost-Sub FROM 1 BY 1
            UNTIL WS-Repost-Sub > WS-Repost-Count
        IF WS-Repost-File(WS-Repost-Sub) = WS-Extract-File-Name
            MOVE 'Y' TO WS-Repost-Flag
        END-IF
    END-PERFORM.
    IF WS-Repost-Asked
        DISPLAY "WARNING: " WS-Extract-File-Name
            " matches batch " WS-Posted-Batch(WS-Posted-Found-Idx)
            " - posted again on a REPOST card."
    END-IF.

*> Listed on the suspense report so finance can see the source did
*> not produce a new extract, but nothing is held: there is nothing
*> to clear.
WRITE-REPEAT-EXTRACT.
    ADD 1 TO WS-Repeat-Count.
    MOVE SPACES TO Suspense-Record.
    WRITE Suspense-Record.
    MOVE SPACES TO Suspense-Record.
    STRING "NOT POSTED  SOURCE=" WS-Src-Code(WS-Src-Sub)
           " EXTRACT=" WS-Extract-File-Name
           " ALREADY POSTED AS BATCH "
           WS-Posted-Batch(WS-Posted-Found-Idx)
        DELIMITED BY SIZE INTO Suspense-Record
    END-STRING.
    WRITE Suspense-Record.
    DISPLAY "INFO: " WS-Extract-File-Name
        " is the extract already posted as batch "
        WS-Posted-Batch(WS-Posted-Found-Idx) " - not posted again.".

*> Tonight's batch becomes what the next run compares against.
REMEMBER-POSTED-EXTRACT.
    PERFORM FIND-POSTED-EXTRACT.
    IF WS-Posted-Found-Idx = ZERO
        IF WS-Posted-Count >= 20
            DISPLAY "WARNING: GLBATCTL SOURCE TABLE FULL - "
                WS-Extract-File-Name " NOT REMEMBERED."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-Posted-Count
        MOVE WS-Posted-Count TO WS-Posted-Found-Idx
    END-IF.
    MOVE WS-Extract-File-Name TO WS-Posted-File(WS-Posted-Found-Idx).
    MOVE WS-Last-Batch        TO WS-Posted-Batch(WS-Posted-Found-Idx).
    MOVE WS-Extract-Last-Date TO WS-Posted-Date(WS-Posted-Found-Idx).
    MOVE WS-Ln-Count          TO WS-Posted-Lines(WS-Posted-Found-Idx).
    MOVE WS-Batch-Debits      TO WS-Posted-Debits(WS-Posted-Found-Idx).
    MOVE WS-Batch-Credits     TO WS-Posted-Credits(WS-Posted-Found-Idx).

READ-EXTRACT-RECORD.
    READ ExtractFile
        AT END
            MOVE 'Y' TO WS-Extract-EOF-Flag
    END-READ.

*> Either extract shape: six blank-separated pieces, the amount
*> with a point (inventory) or with the cents implied (payroll).
TAKE-EXTRACT-LINE.
    MOVE SPACES TO WS-Ln-Entry(WS-Ln-Count).
    MOVE ZERO TO WS-Ln-Post-Date(WS-Ln-Count).
    MOVE ZERO TO WS-Ln-Acct(WS-Ln-Count).
    MOVE ZERO TO WS-Ln-Amount(WS-Ln-Count).
    MOVE SPACES TO WS-Tok-1 WS-Tok-2 WS-Tok-3
                   WS-Tok-4 WS-Tok-5 WS-Tok-6.
    UNSTRING Extract-Record DELIMITED BY ALL SPACE
        INTO WS-Tok-1 WS-Tok-2 WS-Tok-3
             WS-Tok-4 WS-Tok-5 WS-Tok-6
    END-UNSTRING.
    IF WS-Tok-1(1:5) NOT = "DATE=" OR WS-Tok-1(6:8) NOT NUMERIC
            OR WS-Tok-3(1:5) NOT = "ACCT="
            OR WS-Tok-3(6:6) NOT NUMERIC
            OR WS-Tok-6(1:4) NOT = "AMT="
        MOVE "UNREADABLE EXTRACT LINE" TO WS-Ln-Reason(WS-Ln-Count)
        MOVE Extract-Record(1:20) TO WS-Ln-Desc(WS-Ln-Count)
        ADD 1 TO WS-Ln-Bad-Count
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-Tok-1(6:8) TO WS-Ln-Post-Date(WS-Ln-Count).
    IF WS-Ln-Post-Date(WS-Ln-Count) > WS-Extract-Last-Date
        MOVE WS-Ln-Post-Date(WS-Ln-Count) TO WS-Extract-Last-Date
    END-IF.
    MOVE WS-Tok-2 TO WS-Ln-Ref(WS-Ln-Count).
    MOVE WS-Tok-3(6:6) TO WS-Ln-Acct(WS-Ln-Count).
    MOVE WS-Tok-4 TO WS-Ln-Desc(WS-Ln-Count).
    MOVE WS-Tok-5 TO WS-Ln-Side(WS-Ln-Count).
    EVALUATE TRUE
        WHEN WS-Tok-6(16:1) = "." AND WS-Tok-6(5:11) IS NUMERIC
                AND WS-Tok-6(17:2) IS NUMERIC
            MOVE WS-Tok-6(5:11) TO WS-Amt-Whole
            MOVE WS-Tok-6(17:2) TO WS-Amt-Cents
            COMPUTE WS-Ln-Amount(WS-Ln-Count) =
                WS-Amt-Whole + WS-Amt-Cents / 100
        WHEN WS-Tok-6(5:12) IS NUMERIC AND WS-Tok-6(17:1) = SPACE
            MOVE WS-Tok-6(5:12) TO WS-Amt-Implied-X
            MOVE WS-Amt-Implied TO WS-Ln-Amount(WS-Ln-Count)
        WHEN OTHER
            MOVE "UNREADABLE AMOUNT" TO WS-Ln-Reason(WS-Ln-Count)
            ADD 1 TO WS-Ln-Bad-Count
            EXIT PARAGRAPH
    END-EVALUATE.
    EVALUATE WS-Ln-Side(WS-Ln-Count)
        WHEN "DR"
            ADD WS-Ln-Amount(WS-Ln-Count) TO WS-Batch-Debits
        WHEN "CR"
            ADD WS-Ln-Amount(WS-Ln-Count) TO WS-Batch-Credits
        WHEN OTHER
            MOVE "NEITHER DR NOR CR" TO WS-Ln-Reason(WS-Ln-Count)
            ADD 1 TO WS-Ln-Bad-Count
            EXIT PARAGRAPH
    END-EVALUATE.
    PERFORM CHECK-LINE-ACCOUNT.

*> On the chart, active, postable, and in the source's company. An
*> account number the chart carries only for other companies is
*> reported as the wrong company rather than as unknown.
CHECK-LINE-ACCOUNT.
    MOVE ZERO TO WS-COA-Found-Idx.
    MOVE 'N' TO WS-COA-Company-Hit-Flag.
    PERFORM VARYING WS-COA-Sub FROM 1 BY 1
            UNTIL WS-COA-Sub > WS-COA-Count
        IF WS-COA-Acct(WS-COA-Sub) = WS-Ln-Acct(WS-Ln-Count)
            MOVE 'Y' TO WS-COA-Company-Hit-Flag
            IF WS-COA-Company(WS-COA-Sub) = WS-Src-Company(WS-Src-Sub)
                MOVE WS-COA-Sub TO WS-COA-Found-Idx
                MOVE WS-COA-Count TO WS-COA-Sub
            END-IF
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-COA-Found-Idx = ZERO AND WS-COA-Company-Hit-Flag = 'Y'
            MOVE SPACES TO WS-Ln-Reason(WS-Ln-Count)
            STRING "ACCOUNT NOT IN COMPANY "
                   WS-Src-Company(WS-Src-Sub)
                DELIMITED BY SIZE INTO WS-Ln-Reason(WS-Ln-Count)
            END-STRING
        WHEN WS-COA-Found-Idx = ZERO
            MOVE "ACCOUNT NOT ON CHART" TO WS-Ln-Reason(WS-Ln-Count)
        WHEN WS-COA-Status(WS-COA-Found-Idx) NOT = "A"
            MOVE "ACCOUNT NOT ACTIVE" TO WS-Ln-Reason(WS-Ln-Count)
        WHEN WS-COA-Postable(WS-COA-Found-Idx) NOT = "Y"
            MOVE "ACCOUNT NOT POSTABLE" TO WS-Ln-Reason(WS-Ln-Count)
    END-EVALUATE.
    IF WS-Ln-Reason(WS-Ln-Count) NOT = SPACES
        ADD 1 TO WS-Ln-Bad-Count
    END-IF.

WRITE-JOURNAL-BATCH.
    ADD 1 TO WS-Last-Batch.
    ADD 1 TO WS-Batch-Count.
    MOVE SPACES TO Journal-Header-Record.
    MOVE "H" TO GJH-Rec-Type.
    MOVE WS-Last-Batch TO GJH-Batch.
    MOVE WS-Src-Code(WS-Src-Sub) TO GJH-Source.
    MOVE WS-Src-Company(WS-Src-Sub) TO GJH-Company.
    MOVE WS-Today-YYYYMMDD TO GJH-Run-Date.
    MOVE WS-Extract-File-Name TO GJH-Extract.
    WRITE Journal-Header-Record.
    PERFORM VARYING WS-Ln-Sub FROM 1 BY 1
            UNTIL WS-Ln-Sub > WS-Ln-Count
        MOVE SPACES TO Journal-Detail-Record
        MOVE "D" TO GJD-Rec-Type
        MOVE WS-Last-Batch TO GJD-Batch
        MOVE WS-Ln-Sub TO GJD-Line
        MOVE WS-Src-Company(WS-Src-Sub) TO GJD-Company
        MOVE WS-Ln-Post-Date(WS-Ln-Sub) TO GJD-Post-Date
        MOVE WS-Ln-Acct(WS-Ln-Sub) TO GJD-Acct
        MOVE WS-Ln-Side(WS-Ln-Sub) TO GJD-Side
        MOVE WS-Ln-Amount(WS-Ln-Sub) TO GJD-Amount
        MOVE WS-Ln-Ref(WS-Ln-Sub) TO GJD-Ref
        MOVE WS-Ln-Desc(WS-Ln-Sub) TO GJD-Desc
        WRITE Journal-Detail-Record
    END-PERFORM.
    MOVE SPACES TO Journal-Trailer-Record.
    MOVE "T" TO GJT-Rec-Type.
    MOVE WS-Last-Batch TO GJT-Batch.
    MOVE WS-Ln-Count TO GJT-Line-Count.
    MOVE WS-Batch-Debits TO GJT-Debits.
    MOVE WS-Batch-Credits TO GJT-Credits.
    WRITE Journal-Trailer-Record.
    ADD WS-Ln-Count TO WS-Journal-Lines.
    ADD WS-Batch-Debits TO WS-Journal-Debits.
    ADD WS-Batch-Credits TO WS-Journal-Credits.
    MOVE WS-Batch-Debits TO WS-Amt-Edited-2.
    DISPLAY "INFO: " WS-Extract-File-Name " posted as batch "
        WS-Last-Batch ", " WS-Ln-Count " lines, DR=CR="
        WS-Amt-Edited-2.
    PERFORM REMEMBER-POSTED-EXTRACT.

*> The whole extract is listed, each line with why it failed or as
*> held with its batch, so finance can clear it and rerun.
WRITE-SUSPENSE-BATCH.
    ADD 1 TO WS-Held-Count.
    ADD WS-Ln-Count TO WS-RL-Rejected-Count.
    MOVE WS-Batch-Debits TO WS-Amt-Edited-2.
    MOVE WS-Batch-Credits TO WS-Amt-Edited-3.
    MOVE SPACES TO Suspense-Record.
    WRITE Suspense-Record.
    MOVE SPACES TO Suspense-Record.
    STRING "HELD  SOURCE=" WS-Src-Code(WS-Src-Sub)
           " EXTRACT=" WS-Extract-File-Name
           " COMPANY=" WS-Src-Company(WS-Src-Sub)
           " REASON=" WS-Batch-Reason
        DELIMITED BY SIZE INTO Suspense-Record
    END-STRING.
    WRITE Suspense-Record.
    MOVE SPACES TO Suspense-Record.
    STRING "      DEBITS=" WS-Amt-Edited-2
           " CREDITS=" WS-Amt-Edited-3
        DELIMITED BY SIZE INTO Suspense-Record
    END-STRING.
    WRITE Suspense-Record.
    PERFORM VARYING WS-Ln-Sub FROM 1 BY 1
            UNTIL WS-Ln-Sub > WS-Ln-Count
        MOVE WS-Ln-Amount(WS-Ln-Sub) TO WS-Amt-Edited
        IF WS-Ln-Reason(WS-Ln-Sub) = SPACES
            MOVE "HELD WITH BATCH" TO WS-Ln-Reason(WS-Ln-Sub)
        END-IF
        MOVE SPACES TO Suspense-Record
        STRING "  DATE=" WS-Ln-Post-Date(WS-Ln-Sub)
               " REF=" WS-Ln-Ref(WS-Ln-Sub)
               " ACCT=" WS-Ln-Acct(WS-Ln-Sub)
               " " WS-Ln-Desc(WS-Ln-Sub)
               " " WS-Ln-Side(WS-Ln-Sub)
               " " WS-Amt-Edited
               " " WS-Ln-Reason(WS-Ln-Sub)
            DELIMITED BY SIZE INTO Suspense-Record
        END-STRING
        WRITE Suspense-Record
    END-PERFORM.
    IF WS-Ln-Overflow
        MOVE SPACES TO Suspense-Record
        STRING "  LINES AFTER THE 2000TH ARE NOT LISTED"
            DELIMITED BY SIZE INTO Suspense-Record
        END-STRING
        WRITE Suspense-Record
    END-IF.
    DISPLAY "WARNING: " WS-Extract-File-Name " held in suspense - "
        WS-Batch-Reason.

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

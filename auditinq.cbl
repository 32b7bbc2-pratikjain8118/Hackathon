ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  AUDITLOG itself, or one of its archive generations in turn.
    SELECT AuditFile ASSIGN TO DYNAMIC WS-Audit-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

*>  The generations LogArchive has moved older AUDITLOG records to,
*>  with the dates each one covers.
    SELECT OPTIONAL ArchiveIndexFile ASSIGN TO "ARCHIDX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Index-Status.

    SELECT ReportFile ASSIGN TO "AUDITRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Card-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.

DATA DIVISION.
FILE SECTION.
FD  AuditFile.
01  Audit-Record            PIC X(150).

*> Same layout LogArchive writes.
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

FD  ReportFile.
01  Report-Record           PIC X(132).
FD  ControlCardFile.
01  ControlCard-Record      PIC X(80).

FD  RunLogFile.
01  RunLog-Record           PIC X(132).

WORKING-STORAGE SECTION.
*> Parse overlays for the record shapes found on AUDITLOG. Current
*> success records (ADD/ISSUE/ADJUST/RELEASE) carry the action in
     05 WS-Rej-Date           PIC 9(8).

  01 WS-Audit-Status          PIC XX.
  01 WS-Audit-File-Name       PIC X(20) VALUE "AUDITLOG".
  01 WS-Index-Status          PIC XX.
  01 WS-Index-EOF-Flag        PIC X VALUE 'N'.
     88 WS-Index-EOF          VALUE 'Y'.
  01 WS-Report-Status         PIC XX.
  01 WS-Card-Status           PIC XX.
  01 WS-Card-EOF-Flag         PIC X VALUE 'N'.

  01 WS-Selected-Count        PIC 9(5) VALUE 0.

*> Archive generations whose dates overlap the selection, oldest
*> first, read ahead of the live file so the report stays in date
*> order. An open FROM= reaches back through every generation.
  01 WS-Gen-Table.
     05 WS-Gen-Entry OCCURS 240 TIMES.
        10 WS-Gen-Name        PIC X(20).
        10 WS-Gen-From-Date   PIC 9(8).
        10 WS-Gen-To-Date     PIC 9(8).
        10 WS-Gen-Count       PIC 9(9).
  01 WS-Gen-Used-Count        PIC 9(3) COMP VALUE 0.
  01 WS-Gen-Sub               PIC 9(3) COMP.
  01 WS-Gen-Found-Idx         PIC 9(3) COMP.
  01 WS-Gen-Read-Count        PIC 9(9).

*> This program keeps no START/END on RUNLOG; only a refused run
*> is logged there, as a START/END pair so RunLogReport shows it.
  01 WS-RL-Program-Id         PIC X(8) VALUE "AUDITINQ".
  01 WS-RL-Date               PIC 9(8).
  01 WS-RL-Time               PIC 9(8).
  01 WS-RunLog-Status         PIC XX.
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
    DISPLAY "Audit Trail Inquiry".
    PERFORM GET-SELECTION-CRITERIA.
    IF WS-Sel-To-Date = ZERO
        MOVE 99999999 TO WS-Sel-To-Date
    END-IF.
    PERFORM LOAD-ARCHIVE-INDEX.

    OPEN OUTPUT ReportFile.
    IF WS-Report-Status NOT = "00"

    PERFORM WRITE-REPORT-HEADERS.

    PERFORM VARYING WS-Gen-Sub FROM 1 BY 1
            UNTIL WS-Gen-Sub > WS-Gen-Used-Count
        PERFORM SEARCH-ONE-GENERATION
    END-PERFORM.

    MOVE "AUDITLOG" TO WS-Audit-File-Name.
    MOVE 'N' TO WS-Audit-EOF-Flag.
    OPEN INPUT AuditFile.
    IF WS-Audit-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN AUDITLOG, STATUS=" WS-Audit-Status
        STOP RUN
    END-IF.

    PERFORM READ-AUDIT-RECORD.
    PERFORM UNTIL WS-Audit-EOF
        PERFORM PROCESS-AUDIT-RECORD
        " records selected.".
    STOP RUN.

*> The submitting user must hold RUN authority for the audit inquiry, or the
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
            " MAY NOT RUN THE AUDIT INQUIRY - " WS-Auth-Reason
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

*> Selection criteria from the AUDCTL control card when one is
*> present (ITEM=, FROM=, TO= - any missing keyword defaults to
*> open), console prompts when it is not.
        STOP RUN
    END-IF.

*> Only AUDITLOG generations that overlap the FROM=/TO= range; one
*> the index carries twice is read once.
LOAD-ARCHIVE-INDEX.
    MOVE ZERO TO WS-Gen-Used-Count.
    OPEN INPUT ArchiveIndexFile.
    IF WS-Index-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM READ-ARCHIVE-INDEX.
    PERFORM UNTIL WS-Index-EOF
        IF AX-File-Name = "AUDITLOG"
                AND AX-To-Date >= WS-Sel-From-Date
                AND AX-From-Date <= WS-Sel-To-Date
            PERFORM TAKE-ARCHIVE-GENERATION
        END-IF
        PERFORM READ-ARCHIVE-INDEX
    END-PERFORM.
    CLOSE ArchiveIndexFile.

READ-ARCHIVE-INDEX.
    READ ArchiveIndexFile
        AT END
            MOVE 'Y' TO WS-Index-EOF-Flag
    END-READ.

TAKE-ARCHIVE-GENERATION.
    MOVE ZERO TO WS-Gen-Found-Idx.
    PERFORM VARYING WS-Gen-Sub FROM 1 BY 1
            UNTIL WS-Gen-Sub > WS-Gen-Used-Count
        IF WS-Gen-Name(WS-Gen-Sub) = AX-Generation
            MOVE WS-Gen-Sub TO WS-Gen-Found-Idx
        END-IF
    END-PERFORM.
    IF WS-Gen-Found-Idx NOT = ZERO
        EXIT PARAGRAPH
    END-IF.
    IF WS-Gen-Used-Count >= 240
        DISPLAY "WARNING: More than 240 archive generations, "
            AX-Generation " not searched."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Gen-Used-Count.
    MOVE AX-Generation   TO WS-Gen-Name(WS-Gen-Used-Count).
    MOVE AX-From-Date    TO WS-Gen-From-Date(WS-Gen-Used-Count).
    MOVE AX-To-Date      TO WS-Gen-To-Date(WS-Gen-Used-Count).
    MOVE AX-Record-Count TO WS-Gen-Count(WS-Gen-Used-Count).

*> A generation taken off to tape since it was indexed leaves a hole
*> in the history; the report says so rather than quietly coming up
*> short, and the run ends with a warning.
SEARCH-ONE-GENERATION.
    MOVE WS-Gen-Name(WS-Gen-Sub) TO WS-Audit-File-Name.
    MOVE 'N' TO WS-Audit-EOF-Flag.
    MOVE ZERO TO WS-Gen-Read-Count.
    OPEN INPUT AuditFile.
    IF WS-Audit-Status NOT = "00"
        DISPLAY "WARNING: ARCHIVE " WS-Audit-File-Name
            " NOT AVAILABLE, STATUS=" WS-Audit-Status
        MOVE SPACES TO Report-Record
        STRING "** ARCHIVE " WS-Gen-Name(WS-Gen-Sub)
               " NOT AVAILABLE - "
               WS-Gen-From-Date(WS-Gen-Sub) "-"
               WS-Gen-To-Date(WS-Gen-Sub)
               " NOT REPORTED **"
            DELIMITED BY SIZE INTO Report-Record
        END-STRING
        WRITE Report-Record
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    PERFORM READ-AUDIT-RECORD.
    PERFORM UNTIL WS-Audit-EOF
        ADD 1 TO WS-Gen-Read-Count
        PERFORM PROCESS-AUDIT-RECORD
        PERFORM READ-AUDIT-RECORD
    END-PERFORM.
    CLOSE AuditFile.
    IF WS-Gen-Read-Count NOT = WS-Gen-Count(WS-Gen-Sub)
        DISPLAY "WARNING: ARCHIVE " WS-Audit-File-Name
            " HOLDS " WS-Gen-Read-Count " RECORDS, ARCHIDX SAYS "
            WS-Gen-Count(WS-Gen-Sub)
        MOVE 4 TO RETURN-CODE
    END-IF.

READ-AUDIT-RECORD.
    READ AuditFile
        AT END
        DELIMITED BY SIZE INTO Report-Record
    END-STRING.
    WRITE Report-Record.
    PERFORM VARYING WS-Gen-Sub FROM 1 BY 1
            UNTIL WS-Gen-Sub > WS-Gen-Used-Count
        MOVE SPACES TO Report-Record
        STRING "  ARCHIVE GENERATION: " WS-Gen-Name(WS-Gen-Sub)
               " " WS-Gen-From-Date(WS-Gen-Sub) "-"
               WS-Gen-To-Date(WS-Gen-Sub)
            DELIMITED BY SIZE INTO Report-Record
        END-STRING
        WRITE Report-Record
    END-PERFORM.
    MOVE SPACES TO Report-Record.
    WRITE Report-Record.


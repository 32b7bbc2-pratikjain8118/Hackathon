IDENTIFICATION DIVISION.
PROGRAM-ID. MasterChangeExtract.
AUTHOR. YourName.
DATE-WRITTEN. TodaysDate.

*> Change-data extract from the master change history. Every
*> downstream system that keeps its own copy of the master is a
*> subscriber on CDCSUBS with the history position it was last sent
*> up to; each run sends it everything MASTHIST has gained since, as
*> adds, changes and deletes with before and after images, and then
*> moves its position on. Compensating entries a rebuild writes go
*> out the same way, flagged origin B, so a subscriber is unwound
*> along with the master instead of being reloaded.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MasterHistFile ASSIGN TO "MASTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Hist-Status.

*>  One line per subscriber; a new subscriber is added with a last
*>  sequence of zero and is sent the whole history on its first run.
    SELECT OPTIONAL SubscriberFile ASSIGN TO "CDCSUBS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Subs-Status.

*>  One delta dataset per subscriber, CDCDELTA.<subscriber>. The
*>  subscriber deletes (or empties) it once loaded; while it still
*>  holds a delta nothing more is sent to that subscriber.
    SELECT DeltaFile ASSIGN TO DYNAMIC WS-Delta-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Delta-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.

DATA DIVISION.
FILE SECTION.
*> Same layout SampleProgram writes: R = replaced (old image),
*> N = new image of that replace, D = deleted (old image), A = added
*> (new image); origin blank for a merge, B for a rebuild unwind.
FD MasterHistFile.
01 MasterHist-Record.
   05 MH-Date      PIC 9(8).
   05 MH-Action    PIC X.
   05 MH-Field1    PIC X(10).
   05 MH-Field2    PIC 9(5).
   05 MH-Field3    PIC X(20).
   05 MH-Origin    PIC X.

*> Last-sent point: the sequence number of the last history record
*> sent and its date, which must still match when the next run
*> starts, so a history file that was replaced or cut back is
*> caught instead of silently skipping or resending changes.
FD SubscriberFile.
01 Subscriber-Record.
   05 CS-Sub-Id        PIC X(8).
   05 CS-Last-Seq      PIC 9(9).
   05 CS-Last-Date     PIC 9(8).
   05 CS-Last-Run      PIC 9(8).
   05 CS-Description   PIC X(30).

*> Header, one detail per change, and a trailer the subscriber
*> proves its load against: the detail count and the total of the
*> master keys (Field2) the details carry.
FD DeltaFile.
01 Delta-Header-Record.
   05 DH-Rec-Type      PIC X.
   05 DH-Sub-Id        PIC X(8).
   05 DH-Run-Date      PIC 9(8).
   05 DH-From-Seq      PIC 9(9).
   05 DH-From-Date     PIC 9(8).
01 Delta-Detail-Record.
   05 DD-Rec-Type      PIC X.
   05 DD-Change        PIC X.
      88 DD-Add        VALUE 'A'.
      88 DD-Change-Rec VALUE 'C'.
      88 DD-Delete     VALUE 'D'.
   05 DD-Origin        PIC X.
   05 DD-Hist-Date     PIC 9(8).
   05 DD-Hist-Seq      PIC 9(9).
   05 DD-Key           PIC 9(5).
   05 DD-Before-Flag   PIC X.
   05 DD-Before-Image.
      10 DD-Before-Field1 PIC X(10).
      10 DD-Before-Field2 PIC 9(5).
      10 DD-Before-Field3 PIC X(20).
   05 DD-After-Flag    PIC X.
   05 DD-After-Image.
      10 DD-After-Field1  PIC X(10).
      10 DD-After-Field2  PIC 9(5).
      10 DD-After-Field3  PIC X(20).
01 Delta-Trailer-Record.
   05 DT-Rec-Type      PIC X.
   05 DT-Label         PIC X(7).
   05 DT-Record-Count  PIC 9(9).
   05 DT-Field2-Total  PIC 9(12).
   05 DT-Add-Count     PIC 9(9).
   05 DT-Change-Count  PIC 9(9).
   05 DT-Delete-Count  PIC 9(9).
   05 DT-To-Seq        PIC 9(9).
   05 DT-To-Date       PIC 9(8).

*> Shared run-control log every batch program in the shop appends a
*> START record and an END record to.
FD RunLogFile.
01 RunLog-Record      PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Hist-Status    PIC XX.
01 WS-Hist-EOF-Flag  PIC X VALUE 'N'.
   88 WS-Hist-EOF    VALUE 'Y'.
01 WS-Hist-Open-Flag PIC X VALUE 'N'.
   88 WS-Hist-Open   VALUE 'Y'.
01 WS-Subs-Status    PIC XX.
01 WS-Subs-EOF-Flag  PIC X VALUE 'N'.
   88 WS-Subs-EOF    VALUE 'Y'.
01 WS-Delta-Status   PIC XX.
01 WS-Delta-File-Name PIC X(40).

01 WS-Today          PIC 9(8).

*> Subscribers are held for the run and CDCSUBS is written back
*> with the new positions at the end.
01 WS-SB-Table.
   05 WS-SB-Entry OCCURS 20 TIMES.
      10 WS-SB-Sub-Id      PIC X(8).
      10 WS-SB-Last-Seq    PIC 9(9).
      10 WS-SB-Last-Date   PIC 9(8).
      10 WS-SB-Last-Run    PIC 9(8).
      10 WS-SB-Description PIC X(30).
01 WS-SB-Count       PIC 9(4) COMP VALUE 0.
01 WS-SB-Sub         PIC 9(4) COMP.
01 WS-SB-Overflow-Flag PIC X VALUE 'N'.
   88 WS-SB-Overflow VALUE 'Y'.

01 WS-Hist-Seq       PIC 9(9) VALUE 0.
01 WS-Hist-Last-Date PIC 9(8) VALUE 0.
01 WS-Sub-Ok-Flag    PIC X VALUE 'Y'.
   88 WS-Sub-Ok      VALUE 'Y'.
01 WS-Sub-Refused-Count PIC 9(4) VALUE 0.

*> A replace is written to history as R (before) then N (after);
*> the R is held here until its N arrives so the two go out as one
*> change. An R from before N images were written goes out alone.
01 WS-Pend-Flag      PIC X VALUE 'N'.
   88 WS-Pend-Replace VALUE 'Y'.
01 WS-Pend-Date      PIC 9(8).
01 WS-Pend-Seq       PIC 9(9).
01 WS-Pend-Origin    PIC X.
01 WS-Pend-Image.
   05 WS-Pend-Field1 PIC X(10).
   05 WS-Pend-Field2 PIC 9(5).
   05 WS-Pend-Field3 PIC X(20).

01 WS-DT-Record-Count PIC 9(9).
01 WS-DT-Field2-Total PIC 9(12).
01 WS-DT-Add-Count    PIC 9(9).
01 WS-DT-Change-Count PIC 9(9).
01 WS-DT-Delete-Count PIC 9(9).
01 WS-DT-Count-E      PIC Z(8)9.

01 WS-RunLog-Status   PIC XX.
01 WS-RL-Program-Id   PIC X(8) VALUE "MASTCDC".
01 WS-RL-Time         PIC 9(8).
01 WS-RL-Date         PIC 9(8).
01 WS-RL-Read-Count   PIC 9(6) VALUE 0.
01 WS-RL-Written-Count PIC 9(6) VALUE 0.
01 WS-RL-Rejected-Count PIC 9(6) VALUE 0.
01 WS-RL-Run-Status   PIC X(4) VALUE "OK".

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
    ACCEPT WS-Today FROM DATE YYYYMMDD.
    PERFORM LOAD-SUBSCRIBERS.
*>  CDCSUBS is rewritten from the table, so a run that could not hold
*>  every subscriber would drop the rest from the file for good.
    IF WS-SB-Overflow
        DISPLAY "ERROR: CDCSUBS NOT PROCESSED, TABLE OVERFLOWED - "
            "NO DELTA WRITTEN, NO POSITION MOVED"
        MOVE "FAIL" TO WS-RL-Run-Status
        MOVE 8 TO RETURN-CODE
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    IF WS-SB-Count = ZERO
        DISPLAY "WARNING: No subscribers on CDCSUBS, nothing sent."
        MOVE 4 TO RETURN-CODE
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.

    PERFORM VARYING WS-SB-Sub FROM 1 BY 1
            UNTIL WS-SB-Sub > WS-SB-Count
        PERFORM EXTRACT-ONE-SUBSCRIBER
    END-PERFORM.

    PERFORM SAVE-SUBSCRIBERS.
    MOVE WS-Sub-Refused-Count TO WS-RL-Rejected-Count.
    IF WS-Sub-Refused-Count > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-RL-Run-Status = "FAIL"
        MOVE 8 TO RETURN-CODE
    END-IF.
    PERFORM WRITE-RUNLOG-END.
    STOP RUN.

*> The submitting user must hold RUN authority for the extract or
*> neither CDCSUBS nor any CDCDELTA is touched, with STATUS=DENY on
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
            " MAY NOT RUN THE CHANGE EXTRACT - " WS-Auth-Reason
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
    ACCEPT WS-RL-Date FROM DATE YYYYMMDD.
    ACCEPT WS-RL-Time FROM TIME.
    MOVE SPACES TO RunLog-Record.
    STRING "START  PGM=" WS-RL-Program-Id
           " DATE=" WS-RL-Date
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
    ACCEPT WS-RL-Date FROM DATE YYYYMMDD.
    ACCEPT WS-RL-Time FROM TIME.
    MOVE SPACES TO RunLog-Record.
    STRING "END    PGM=" WS-RL-Program-Id
           " DATE=" WS-RL-Date
           " TIME=" WS-RL-Time
           " READ=" WS-RL-Read-Count
           " WRITTEN=" WS-RL-Written-Count
           " REJECTED=" WS-RL-Rejected-Count
           " STATUS=" WS-RL-Run-Status
        DELIMITED BY SIZE INTO RunLog-Record
    END-STRING.
    WRITE RunLog-Record.
    CLOSE RunLogFile.

LOAD-SUBSCRIBERS.
    MOVE ZERO TO WS-SB-Count.
    MOVE 'N' TO WS-Subs-EOF-Flag.
    OPEN INPUT SubscriberFile.
    IF WS-Subs-Status NOT = "00"
        IF WS-Subs-Status = "05"
            CLOSE SubscriberFile
        END-IF
        EXIT PARAGRAPH
    END-IF.
    PERFORM READ-SUBSCRIBER-RECORD.
    PERFORM UNTIL WS-Subs-EOF
        IF CS-Sub-Id NOT = SPACES
            IF WS-SB-Count >= 20
                DISPLAY "ERROR: Subscriber table is full at "
                    CS-Sub-Id "."
                MOVE 'Y' TO WS-SB-Overflow-Flag
                MOVE 'Y' TO WS-Subs-EOF-Flag
            ELSE
                PERFORM TAKE-ONE-SUBSCRIBER
                PERFORM READ-SUBSCRIBER-RECORD
            END-IF
        ELSE
            PERFORM READ-SUBSCRIBER-RECORD
        END-IF
    END-PERFORM.
    CLOSE SubscriberFile.

TAKE-ONE-SUBSCRIBER.
    IF CS-Last-Seq IS NOT NUMERIC
        MOVE ZERO TO CS-Last-Seq
    END-IF.
    IF CS-Last-Date IS NOT NUMERIC
        MOVE ZERO TO CS-Last-Date
    END-IF.
    IF CS-Last-Run IS NOT NUMERIC
        MOVE ZERO TO CS-Last-Run
    END-IF.
    ADD 1 TO WS-SB-Count.
    MOVE CS-Sub-Id      TO WS-SB-Sub-Id(WS-SB-Count).
    MOVE CS-Last-Seq    TO WS-SB-Last-Seq(WS-SB-Count).
    MOVE CS-Last-Date   TO WS-SB-Last-Date(WS-SB-Count).
    MOVE CS-Last-Run    TO WS-SB-Last-Run(WS-SB-Count).
    MOVE CS-Description TO WS-SB-Description(WS-SB-Count).

READ-SUBSCRIBER-RECORD.
    READ SubscriberFile
        AT END
            MOVE 'Y' TO WS-Subs-EOF-Flag
    END-READ.

*> The history is read from the top for each subscriber: records up
*> to the last-sent point are counted off and the one at that point
*> must carry the date that was stored with it; everything after it
*> goes out on the delta. A subscriber whose point cannot be proved,
*> or whose last delta has not been collected, is refused and keeps
*> its old position for the next run.
EXTRACT-ONE-SUBSCRIBER.
    MOVE 'Y' TO WS-Sub-Ok-Flag.
    MOVE SPACES TO WS-Delta-File-Name.
    STRING "CDCDELTA." DELIMITED BY SIZE
           WS-SB-Sub-Id(WS-SB-Sub) DELIMITED BY SPACE
        INTO WS-Delta-File-Name
    END-STRING.
    PERFORM CHECK-PREVIOUS-DELTA.
    IF NOT WS-Sub-Ok
        DISPLAY "ERROR: SUBSCRIBER " WS-SB-Sub-Id(WS-SB-Sub)
            " REFUSED - NO DELTA WRITTEN, POSITION UNCHANGED"
        ADD 1 TO WS-Sub-Refused-Count
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-Hist-Seq.
    MOVE ZERO TO WS-Hist-Last-Date.
    MOVE 'N' TO WS-Hist-EOF-Flag.
    MOVE 'N' TO WS-Pend-Flag.
    MOVE ZERO TO WS-DT-Record-Count WS-DT-Field2-Total
                 WS-DT-Add-Count WS-DT-Change-Count
                 WS-DT-Delete-Count.

    MOVE 'N' TO WS-Hist-Open-Flag.
    OPEN INPUT MasterHistFile.
    IF WS-Hist-Status = "00"
        MOVE 'Y' TO WS-Hist-Open-Flag
        PERFORM READ-HISTORY-RECORD
    ELSE
        MOVE 'Y' TO WS-Hist-EOF-Flag
    END-IF.

    PERFORM UNTIL WS-Hist-EOF
            OR WS-Hist-Seq >= WS-SB-Last-Seq(WS-SB-Sub)
        ADD 1 TO WS-Hist-Seq
        MOVE MH-Date TO WS-Hist-Last-Date
        PERFORM READ-HISTORY-RECORD
    END-PERFORM.
    IF WS-Hist-Seq < WS-SB-Last-Seq(WS-SB-Sub)
        DISPLAY "ERROR: SUBSCRIBER " WS-SB-Sub-Id(WS-SB-Sub)
            " LAST SENT SEQ " WS-SB-Last-Seq(WS-SB-Sub)
            " BUT MASTHIST HOLDS ONLY " WS-Hist-Seq
        MOVE 'N' TO WS-Sub-Ok-Flag
    ELSE
        IF WS-SB-Last-Seq(WS-SB-Sub) > ZERO
           AND WS-Hist-Last-Date NOT = WS-SB-Last-Date(WS-SB-Sub)
            DISPLAY "ERROR: SUBSCRIBER " WS-SB-Sub-Id(WS-SB-Sub)
                " SEQ " WS-SB-Last-Seq(WS-SB-Sub)
                " DATED " WS-Hist-Last-Date
                " ON MASTHIST, " WS-SB-Last-Date(WS-SB-Sub)
                " WHEN SENT"
            MOVE 'N' TO WS-Sub-Ok-Flag
        END-IF
    END-IF.
    IF NOT WS-Sub-Ok
        DISPLAY "ERROR: SUBSCRIBER " WS-SB-Sub-Id(WS-SB-Sub)
            " REFUSED - NO DELTA WRITTEN, POSITION UNCHANGED"
        ADD 1 TO WS-Sub-Refused-Count
        IF WS-Hist-Open
            CLOSE MasterHistFile
        END-IF
        EXIT PARAGRAPH
    END-IF.

    OPEN OUTPUT DeltaFile.
    IF WS-Delta-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN " WS-Delta-File-Name
            " STATUS=" WS-Delta-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        IF WS-Hist-Open
            CLOSE MasterHistFile
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO Delta-Header-Record.
    MOVE 'H' TO DH-Rec-Type.
    MOVE WS-SB-Sub-Id(WS-SB-Sub) TO DH-Sub-Id.
    MOVE WS-Today TO DH-Run-Date.
    MOVE WS-SB-Last-Seq(WS-SB-Sub) TO DH-From-Seq.
    MOVE WS-SB-Last-Date(WS-SB-Sub) TO DH-From-Date.
    WRITE Delta-Header-Record.

    PERFORM UNTIL WS-Hist-EOF
        ADD 1 TO WS-Hist-Seq
        ADD 1 TO WS-RL-Read-Count
        MOVE MH-Date TO WS-Hist-Last-Date
        PERFORM SEND-ONE-HISTORY-RECORD
        PERFORM READ-HISTORY-RECORD
    END-PERFORM.
    IF WS-Pend-Replace
        PERFORM SEND-PENDING-REPLACE
    END-IF.

    MOVE SPACES TO Delta-Trailer-Record.
    MOVE 'T' TO DT-Rec-Type.
    MOVE "TRAILER" TO DT-Label.
    MOVE WS-DT-Record-Count TO DT-Record-Count.
    MOVE WS-DT-Field2-Total TO DT-Field2-Total.
    MOVE WS-DT-Add-Count    TO DT-Add-Count.
    MOVE WS-DT-Change-Count TO DT-Change-Count.
    MOVE WS-DT-Delete-Count TO DT-Delete-Count.
    MOVE WS-Hist-Seq        TO DT-To-Seq.
    MOVE WS-Hist-Last-Date  TO DT-To-Date.
    WRITE Delta-Trailer-Record.
    CLOSE DeltaFile.
    IF WS-Hist-Open
        CLOSE MasterHistFile
    END-IF.

    MOVE WS-Hist-Seq TO WS-SB-Last-Seq(WS-SB-Sub).
    MOVE WS-Hist-Last-Date TO WS-SB-Last-Date(WS-SB-Sub).
    MOVE WS-Today TO WS-SB-Last-Run(WS-SB-Sub).
    MOVE WS-DT-Record-Count TO WS-DT-Count-E.
    DISPLAY "INFO: SUBSCRIBER " WS-SB-Sub-Id(WS-SB-Sub)
        " SENT " WS-DT-Count-E " CHANGES TO SEQ " WS-Hist-Seq.

*> A delta still holding records was not loaded by the subscriber;
*> overwriting it would lose those changes, whose position is
*> already past them on CDCSUBS.
CHECK-PREVIOUS-DELTA.
    OPEN INPUT DeltaFile.
    IF WS-Delta-Status = "00"
        READ DeltaFile
            NOT AT END
                DISPLAY "ERROR: SUBSCRIBER " WS-SB-Sub-Id(WS-SB-Sub)
                    " HAS NOT COLLECTED " WS-Delta-File-Name
                MOVE 'N' TO WS-Sub-Ok-Flag
        END-READ
        CLOSE DeltaFile
    END-IF.

READ-HISTORY-RECORD.
    READ MasterHistFile
        AT END
            MOVE 'Y' TO WS-Hist-EOF-Flag
    END-READ.

*> R is held for its N; anything else first flushes a held R.
SEND-ONE-HISTORY-RECORD.
    IF MH-Action = 'N' AND WS-Pend-Replace
       AND MH-Field2 = WS-Pend-Field2
        PERFORM START-DELTA-DETAIL
        MOVE 'C' TO DD-Change
        MOVE WS-Pend-Origin TO DD-Origin
        MOVE WS-Pend-Date TO DD-Hist-Date
        MOVE WS-Pend-Seq TO DD-Hist-Seq
        MOVE WS-Pend-Field2 TO DD-Key
        MOVE 'Y' TO DD-Before-Flag
        MOVE WS-Pend-Image TO DD-Before-Image
        PERFORM MOVE-AFTER-IMAGE
        MOVE 'N' TO WS-Pend-Flag
        PERFORM WRITE-DELTA-DETAIL
        EXIT PARAGRAPH
    END-IF.
    IF WS-Pend-Replace
        PERFORM SEND-PENDING-REPLACE
    END-IF.

    EVALUATE MH-Action
        WHEN 'R'
            MOVE 'Y' TO WS-Pend-Flag
            MOVE MH-Date TO WS-Pend-Date
            MOVE WS-Hist-Seq TO WS-Pend-Seq
            MOVE MH-Origin TO WS-Pend-Origin
            MOVE MH-Field1 TO WS-Pend-Field1
            MOVE MH-Field2 TO WS-Pend-Field2
            MOVE MH-Field3 TO WS-Pend-Field3
        WHEN 'A'
            PERFORM START-DELTA-DETAIL
            MOVE 'A' TO DD-Change
            PERFORM MOVE-HISTORY-HEADER
            PERFORM MOVE-AFTER-IMAGE
            PERFORM WRITE-DELTA-DETAIL
        WHEN 'D'
            PERFORM START-DELTA-DETAIL
            MOVE 'D' TO DD-Change
            PERFORM MOVE-HISTORY-HEADER
            MOVE 'Y' TO DD-Before-Flag
            MOVE MH-Field1 TO DD-Before-Field1
            MOVE MH-Field2 TO DD-Before-Field2
            MOVE MH-Field3 TO DD-Before-Field3
            PERFORM WRITE-DELTA-DETAIL
        WHEN 'N'
*>          an after image whose before image was already sent
            PERFORM START-DELTA-DETAIL
            MOVE 'C' TO DD-Change
            PERFORM MOVE-HISTORY-HEADER
            PERFORM MOVE-AFTER-IMAGE
            PERFORM WRITE-DELTA-DETAIL
        WHEN OTHER
            DISPLAY "WARNING: MASTHIST SEQ " WS-Hist-Seq
                " HAS UNKNOWN ACTION '" MH-Action "', NOT SENT"
    END-EVALUATE.

SEND-PENDING-REPLACE.
    PERFORM START-DELTA-DETAIL.
    MOVE 'C' TO DD-Change.
    MOVE WS-Pend-Origin TO DD-Origin.
    MOVE WS-Pend-Date TO DD-Hist-Date.
    MOVE WS-Pend-Seq TO DD-Hist-Seq.
    MOVE WS-Pend-Field2 TO DD-Key.
    MOVE 'Y' TO DD-Before-Flag.
    MOVE WS-Pend-Image TO DD-Before-Image.
    MOVE 'N' TO WS-Pend-Flag.
    PERFORM WRITE-DELTA-DETAIL.

START-DELTA-DETAIL.
    MOVE SPACES TO Delta-Detail-Record.
    MOVE 'D' TO DD-Rec-Type.
    MOVE 'N' TO DD-Before-Flag.
    MOVE 'N' TO DD-After-Flag.
    MOVE ZERO TO DD-Before-Field2.
    MOVE ZERO TO DD-After-Field2.

MOVE-HISTORY-HEADER.
    MOVE MH-Origin TO DD-Origin.
    MOVE MH-Date TO DD-Hist-Date.
    MOVE WS-Hist-Seq TO DD-Hist-Seq.
    MOVE MH-Field2 TO DD-Key.

MOVE-AFTER-IMAGE.
    MOVE 'Y' TO DD-After-Flag.
    MOVE MH-Field1 TO DD-After-Field1.
    MOVE MH-Field2 TO DD-After-Field2.
    MOVE MH-Field3 TO DD-After-Field3.

WRITE-DELTA-DETAIL.
    WRITE Delta-Detail-Record.
    ADD 1 TO WS-DT-Record-Count.
    ADD 1 TO WS-RL-Written-Count.
    ADD DD-Key TO WS-DT-Field2-Total.
    EVALUATE TRUE
        WHEN DD-Add
            ADD 1 TO WS-DT-Add-Count
        WHEN DD-Change-Rec
            ADD 1 TO WS-DT-Change-Count
        WHEN DD-Delete
            ADD 1 TO WS-DT-Delete-Count
    END-EVALUATE.

SAVE-SUBSCRIBERS.
    OPEN OUTPUT SubscriberFile.
    IF WS-Subs-Status NOT = "00"
        DISPLAY "ERROR: CANNOT REWRITE CDCSUBS, STATUS="
            WS-Subs-Status " - POSITIONS NOT ADVANCED"
        MOVE "FAIL" TO WS-RL-Run-Status
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-SB-Sub FROM 1 BY 1
            UNTIL WS-SB-Sub > WS-SB-Count
        MOVE WS-SB-Sub-Id(WS-SB-Sub)      TO CS-Sub-Id
        MOVE WS-SB-Last-Seq(WS-SB-Sub)    TO CS-Last-Seq
        MOVE WS-SB-Last-Date(WS-SB-Sub)   TO CS-Last-Date
        MOVE WS-SB-Last-Run(WS-SB-Sub)    TO CS-Last-Run
        MOVE WS-SB-Description(WS-SB-Sub) TO CS-Description
        WRITE Subscriber-Record
    END-PERFORM.
    CLOSE SubscriberFile.

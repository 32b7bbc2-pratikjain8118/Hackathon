        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.

*>  Shared registry of every input transmission consumed: file name,
*>  record count, control total, and the date and run that took it.
    SELECT XmitRegFile ASSIGN TO "XMITREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XmitReg-Status.

*>  Optional control-card dataset, one KEYWORD=VALUE per line, so
*>  the scheduler can submit the run hands-off; when it is absent
*>  the console prompts ask exactly as they always did.
*> writes the displaced MasterIn-Record here, and every add writes
*> the added image, so a bad merge can be unwound from history
*> instead of restoring tapes. Action R = replaced (old image),
*> D = deleted (old image), A = added (new image), N = the new
*> image of a replace, written straight after its R so the change
*> extract can send before and after images. MH-Origin is blank for
*> a merge run and B for the compensating entries a rebuild writes
*> for what it unwound; history from before the field existed reads
*> as blank.
FD MasterHistFile.
01 MasterHist-Record.
   05 MH-Date      PIC 9(8).
   05 MH-Field1    PIC X(10).
   05 MH-Field2    PIC 9(5).
   05 MH-Field3    PIC X(20).
   05 MH-Origin    PIC X.

*> Shared run-control log every batch program in the shop appends a
*> START record and an END record to.
FD ControlCardFile.
01 ControlCard-Record PIC X(80).

*> One line per transmission consumed. Disposition LOADED for a
*> first load, OVERRIDE for one taken again on a DUPOK= card.
FD XmitRegFile.
01 XmitReg-Record.
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

WORKING-STORAGE SECTION.
01 ErrorMessage PIC X(40).

01 WS-Hist-EOF-Flag  PIC X VALUE 'N'.
   88 WS-Hist-EOF    VALUE 'Y'.
01 WS-Hist-Date      PIC 9(8).
01 WS-Hist-Origin    PIC X VALUE SPACE.

*> Rebuild-mode work: the current master and the history both come
*> into tables so the history can be unwound newest-first.
01 WS-HT-Sub         PIC 9(4) COMP.
01 WS-RB-Undone      PIC 9(5) VALUE 0.
01 WS-RB-Count-E     PIC 9(4).
*> Compensating history for what the rebuild unwound, held until the
*> rebuilt master is safely written and then appended to MASTHIST so
*> the change extract sends the unwind to the subscribers.
01 WS-CP-Table.
   05 WS-CP-Entry OCCURS 2000 TIMES.
      10 WS-CP-Action PIC X.
      10 WS-CP-Image.
         15 WS-CP-Field1 PIC X(10).
         15 WS-CP-Field2 PIC 9(5).
         15 WS-CP-Field3 PIC X(20).
01 WS-CP-Stage.
   05 WS-CP-Stage-Action PIC X.
   05 WS-CP-Stage-Image  PIC X(35).
01 WS-CP-Count       PIC 9(4) COMP VALUE 0.
01 WS-CP-Sub         PIC 9(4) COMP.
01 WS-CP-Count-E     PIC 9(4).

01 WS-Master-EOF-Flag PIC X VALUE 'N'.
   88 WS-Master-EOF    VALUE 'Y'.
01 WS-RL-Rejected-Count PIC 9(6) VALUE 0.
01 WS-RL-Run-Status   PIC X(4) VALUE "OK".

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

01 WS-Master-Count    PIC 9(5)  VALUE 0.
01 WS-Master-F2-Total PIC 9(10) VALUE 0.
01 WS-Applied-Count   PIC 9(5)  VALUE 0.
MAIN-PARAGRAPH.
    PERFORM WRITE-RUNLOG-START.
    PERFORM GET-RUN-OPTIONS.
    PERFORM CHECK-RUN-AUTHORITY.

    IF WS-Rebuild-Mode
        PERFORM REBUILD-PROCESSING
        STOP RUN
    END-IF.

    PERFORM COUNT-INFILE-TRANSMISSION.
    PERFORM CHECK-TRANSMISSION-REGISTRY.

    IF NOT WS-Merge-Mode
        OPEN OUTPUT OutputFile
        IF WS-Output-Status NOT = "00"
    END-IF.
    CLOSE RejectFile.

    IF WS-RL-Run-Status NOT = "FAIL"
        PERFORM RECORD-TRANSMISSION
    END-IF.
    PERFORM WRITE-RUNLOG-END.
    STOP RUN.

                MOVE WS-Card-Value(1:8) TO WS-Rebuild-Date
                MOVE 'Y' TO WS-Card-Asof-Found-Flag
            END-IF
*>      Takes the named input file again although XMITREG shows it
*>      already loaded.
        WHEN "DUPOK"
            MOVE WS-Card-Value TO WS-XR-Override-File
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Counts and totals INFILE for the transmission registry before
*> anything in it is applied; a file that will not open is left for
*> the main read to report.
COUNT-INFILE-TRANSMISSION.
    MOVE "INFILE" TO WS-XR-File-Name.
    MOVE 36 TO WS-XR-Length.
    MOVE ZERO TO WS-XR-Count.
    MOVE ZERO TO WS-XR-Hash.
    MOVE 'N' TO WS-XR-EOF-Flag.
    OPEN INPUT InputFile.
    IF WS-Input-Status = "00"
        PERFORM UNTIL WS-XR-EOF
            READ InputFile
                AT END
                    MOVE 'Y' TO WS-XR-EOF-Flag
                NOT AT END
                    MOVE InputRecord TO WS-XR-Record
                    PERFORM XMIT-HASH-RECORD
            END-READ
        END-PERFORM
        CLOSE InputFile
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
            MOVE M-In-Field2 TO MH-Field2
            MOVE M-In-Field3 TO MH-Field3
            PERFORM WRITE-HISTORY-RECORD
            MOVE 'N' TO MH-Action
            MOVE SW-Field1 TO MH-Field1
            MOVE SW-Field2 TO MH-Field2
            MOVE SW-Field3 TO MH-Field3
            PERFORM WRITE-HISTORY-RECORD
        END-IF
        MOVE SW-Field2 TO WS-Previous-Field2
        MOVE 'N' TO WS-First-Record-Flag

WRITE-HISTORY-RECORD.
    MOVE WS-Hist-Date TO MH-Date.
    MOVE WS-Hist-Origin TO MH-Origin.
    WRITE MasterHist-Record.

*> Rebuild mode: reconstructs the master as it stood at the end of
*> a delete re-inserts it, an add comes back out - so a bad merge
*> is recovered from MASTHIST instead of a tape restore. The result
*> goes to MASTOUT with the usual trailer, and the unwind itself is
*> reported on APPLYRPT. Once MASTOUT is written, every reversal is
*> appended to MASTHIST as a compensating entry (origin B, dated
*> today) so the change extract carries the unwind downstream.
REBUILD-PROCESSING.
    IF NOT WS-Card-Asof-Found
        DISPLAY "Enter rebuild as-of date (YYYYMMDD): "
    PERFORM LOAD-HISTORY-TABLE.
    PERFORM UNWIND-HISTORY.
    PERFORM WRITE-REBUILT-MASTER.
    IF WS-RL-Run-Status NOT = "FAIL"
        PERFORM WRITE-COMPENSATING-HISTORY
    END-IF.

    MOVE WS-RB-Count TO WS-RB-Count-E.
    MOVE WS-CP-Count TO WS-CP-Count-E.
    MOVE SPACES TO ApplyReportRecord.
    STRING "REBUILD AS-OF=" WS-Rebuild-Date
           " RECORDS=" WS-RB-Count-E
           " REVERSALS=" WS-RB-Undone
           " COMPENSATING=" WS-CP-Count-E
        DELIMITED BY SIZE INTO ApplyReportRecord
    END-STRING.
    WRITE ApplyReportRecord.
            MOVE WS-RB-Count TO WS-RB-Sub
        END-IF
    END-PERFORM.
*>  Each reversal is also noted as the change it makes to the
*>  current master: putting a replaced image back is itself a
*>  replace (R then N), a re-insert an add, a removal a delete.
    EVALUATE WS-HT-Action(WS-HT-Sub)
        WHEN 'R'
*>          the displaced image goes back over the replacement
            IF WS-RB-Found-Idx NOT = ZERO
                MOVE WS-RB-Entry(WS-RB-Found-Idx) TO WS-CP-Stage-Image
                MOVE 'R' TO WS-CP-Stage-Action
                PERFORM SAVE-COMPENSATING-ENTRY
                MOVE WS-HT-Field1(WS-HT-Sub)
                    TO WS-RB-Field1(WS-RB-Found-Idx)
                MOVE WS-HT-Field3(WS-HT-Sub)
                    TO WS-RB-Field3(WS-RB-Found-Idx)
                MOVE WS-RB-Entry(WS-RB-Found-Idx) TO WS-CP-Stage-Image
                MOVE 'N' TO WS-CP-Stage-Action
                PERFORM SAVE-COMPENSATING-ENTRY
            ELSE
                PERFORM INSERT-HISTORY-IMAGE
            END-IF
        WHEN 'A'
*>          an add after the as-of date was not there yet
            IF WS-RB-Found-Idx NOT = ZERO
                MOVE WS-RB-Entry(WS-RB-Found-Idx) TO WS-CP-Stage-Image
                MOVE 'D' TO WS-CP-Stage-Action
                PERFORM SAVE-COMPENSATING-ENTRY
                PERFORM REMOVE-REBUILD-ENTRY
            END-IF
        WHEN OTHER
*>          an N only completes the R before it
            SUBTRACT 1 FROM WS-RB-Undone
    END-EVALUATE.

    MOVE WS-HT-Field2(WS-HT-Sub) TO WS-RB-Field2(WS-RB-Ins-Idx).
    MOVE WS-HT-Field3(WS-HT-Sub) TO WS-RB-Field3(WS-RB-Ins-Idx).
    ADD 1 TO WS-RB-Count.
    MOVE WS-RB-Entry(WS-RB-Ins-Idx) TO WS-CP-Stage-Image.
    MOVE 'A' TO WS-CP-Stage-Action.
    PERFORM SAVE-COMPENSATING-ENTRY.

REMOVE-REBUILD-ENTRY.
    PERFORM VARYING WS-RB-Sub FROM WS-RB-Found-Idx BY 1
    MOVE WS-Master-F2-Total TO M-Trailer-Field2Total.
    WRITE MasterOutTrailerRecord.
    CLOSE MasterOutFile.

SAVE-COMPENSATING-ENTRY.
    IF WS-CP-Count >= 2000
        DISPLAY "WARNING: Compensation table is full, the unwind of "
            "key " WS-CP-Stage-Image(11:5)
            " will not reach the subscribers."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-CP-Count.
    MOVE WS-CP-Stage TO WS-CP-Entry(WS-CP-Count).

WRITE-COMPENSATING-HISTORY.
    IF WS-CP-Count = ZERO
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND MasterHistFile.
    IF WS-Hist-Status = "35"
        CLOSE MasterHistFile
        OPEN OUTPUT MasterHistFile
    END-IF.
    IF WS-Hist-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN MASTHIST, STATUS="
            WS-Hist-Status " - UNWIND NOT RECORDED FOR SUBSCRIBERS"
        MOVE "FAIL" TO WS-RL-Run-Status
        EXIT PARAGRAPH
    END-IF.
    ACCEPT WS-Hist-Date FROM DATE YYYYMMDD.
    MOVE 'B' TO WS-Hist-Origin.
    PERFORM VARYING WS-CP-Sub FROM 1 BY 1
            UNTIL WS-CP-Sub > WS-CP-Count
        MOVE WS-CP-Action(WS-CP-Sub) TO MH-Action
        MOVE WS-CP-Field1(WS-CP-Sub) TO MH-Field1
        MOVE WS-CP-Field2(WS-CP-Sub) TO MH-Field2
        MOVE WS-CP-Field3(WS-CP-Sub) TO MH-Field3
        PERFORM WRITE-HISTORY-RECORD
    END-PERFORM.
    CLOSE MasterHistFile.

IDENTIFICATION DIVISION.
PROGRAM-ID. oprauth.

*> Operator authority check, called by every program that runs a
*> restricted mode or takes an approval. The caller names itself
*> (its RUNLOG program id) and the function asked for - RUN and the
*> run mode at start-up, or an approval such as CCAPPR, HIRE, BONUS
*> or SALADJ with the amount and quantity it carries - and gets back
*> Y or N, the reason for an N, and the real submitting user, taken
*> from the job's environment rather than from anything the caller
*> could set. Every refusal is written to RUNLOG and to the security
*> exception report SECEXCPT. No authority file means nobody is
*> authorised for anything. Function USER asks nothing: it always
*> comes back Y with the submitting user, for a program that only
*> needs the user to stamp an audit trail with.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  One row per user, program and function the user may run or
*>  approve, with the money and quantity ceilings that go with it.
    SELECT AuthorityFile ASSIGN TO "AUTHFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Auth-File-Status.

    SELECT SecurityExceptFile ASSIGN TO "SECEXCPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SecExcept-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.

DATA DIVISION.
FILE SECTION.
*> Comma-separated, fixed positions: user ID, program (the RUNLOG
*> PGM= id), function, amount limit (two implied decimals), quantity
*> limit, status (A active; anything else is suspended). Function
*> RUN x allows run mode x and RUN * every run mode; an approval
*> function is allowed up to both limits.
FD  AuthorityFile.
01  Authority-Record.
    05 AU-User-Id           PIC X(8).
    05 FILLER               PIC X(1).
    05 AU-Program           PIC X(8).
    05 FILLER               PIC X(1).
    05 AU-Function          PIC X(8).
    05 FILLER               PIC X(1).
    05 AU-Amount-Limit      PIC 9(9)V99.
    05 FILLER               PIC X(1).
    05 AU-Qty-Limit         PIC 9(7).
    05 FILLER               PIC X(1).
    05 AU-Status            PIC X(1).

*> Two lines per refusal: who, what and when, then why and the
*> record it was refused on.
FD  SecurityExceptFile.
01  SecurityExcept-Record   PIC X(132).

FD  RunLogFile.
01  RunLog-Record           PIC X(132).

WORKING-STORAGE SECTION.
  01 WS-Auth-File-Status      PIC XX.
  01 WS-SecExcept-Status      PIC XX.
  01 WS-RunLog-Status         PIC XX.
  01 WS-Auth-EOF-Flag         PIC X VALUE 'N'.
     88 WS-Auth-EOF           VALUE 'Y'.

*> Loaded on the first call and kept for the rest of the run.
  01 WS-Auth-Loaded-Flag      PIC X VALUE 'N'.
     88 WS-Auth-Loaded        VALUE 'Y'.
  01 WS-Auth-File-Found-Flag  PIC X VALUE 'N'.
     88 WS-Auth-File-Found    VALUE 'Y'.
  01 WS-Auth-Table.
     05 WS-Auth-Entry OCCURS 500 TIMES.
        10 WS-AT-User-Id      PIC X(8).
        10 WS-AT-Program      PIC X(8).
        10 WS-AT-Function     PIC X(8).
        10 WS-AT-Amount-Limit PIC 9(9)V99.
        10 WS-AT-Qty-Limit    PIC 9(7).
  01 WS-Auth-Count            PIC 9(4) COMP VALUE 0.
  01 WS-Auth-Sub              PIC 9(4) COMP.

  01 WS-Real-User             PIC X(8) VALUE SPACES.
  01 WS-Function-Found-Flag   PIC X.
     88 WS-Function-Found     VALUE 'Y'.
  01 WS-Amount-Over-Flag      PIC X.
     88 WS-Amount-Over        VALUE 'Y'.
  01 WS-Qty-Over-Flag         PIC X.
     88 WS-Qty-Over           VALUE 'Y'.

  01 WS-Today-YYYYMMDD        PIC 9(8).
  01 WS-Time                  PIC 9(8).
  01 WS-Amount-Edited         PIC Z(8)9.99.
  01 WS-Qty-Edited            PIC Z(6)9.

LINKAGE SECTION.
*> The caller keeps the same layout in its own working storage.
  01 LS-Auth-Request.
     05 LS-Auth-Program       PIC X(8).
     05 LS-Auth-Function      PIC X(8).
     05 LS-Auth-Amount        PIC 9(9)V99.
     05 LS-Auth-Quantity      PIC 9(7).
     05 LS-Auth-Reference     PIC X(40).
     05 LS-Auth-User          PIC X(8).
     05 LS-Auth-Result        PIC X(1).
        88 LS-Auth-Allowed    VALUE 'Y'.
     05 LS-Auth-Reason        PIC X(30).

PROCEDURE DIVISION USING LS-Auth-Request.
MAIN-LOGIC.
    IF NOT WS-Auth-Loaded
        PERFORM GET-REAL-USER
        PERFORM LOAD-AUTHORITY-TABLE
        MOVE 'Y' TO WS-Auth-Loaded-Flag
    END-IF.
    MOVE WS-Real-User TO LS-Auth-User.
    MOVE 'N' TO LS-Auth-Result.
    MOVE SPACES TO LS-Auth-Reason.

    EVALUATE TRUE
        WHEN LS-Auth-Function = "USER"
            MOVE 'Y' TO LS-Auth-Result
        WHEN NOT WS-Auth-File-Found
            MOVE "NO AUTHORITY FILE" TO LS-Auth-Reason
        WHEN WS-Real-User = SPACES
            MOVE "SUBMITTING USER NOT KNOWN" TO LS-Auth-Reason
        WHEN OTHER
            PERFORM CHECK-AUTHORITY
    END-EVALUATE.

    IF NOT LS-Auth-Allowed
        PERFORM WRITE-SECURITY-EXCEPTION
        PERFORM WRITE-SECURITY-RUNLOG
    END-IF.
    GOBACK.

*> The login the job runs under, in upper case to match the
*> authority file. LOGNAME covers a scheduler that sets only that.
GET-REAL-USER.
    MOVE SPACES TO WS-Real-User.
    ACCEPT WS-Real-User FROM ENVIRONMENT "USER".
    IF WS-Real-User = SPACES
        ACCEPT WS-Real-User FROM ENVIRONMENT "LOGNAME"
    END-IF.
    INSPECT WS-Real-User CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

*> Only active rows for the submitting user are kept; everyone
*> else's rows can never match.
LOAD-AUTHORITY-TABLE.
    MOVE ZERO TO WS-Auth-Count.
    MOVE 'N' TO WS-Auth-EOF-Flag.
    OPEN INPUT AuthorityFile.
    IF WS-Auth-File-Status = "00"
        MOVE 'Y' TO WS-Auth-File-Found-Flag
        PERFORM READ-AUTHORITY-RECORD
        PERFORM UNTIL WS-Auth-EOF
            PERFORM TAKE-AUTHORITY-RECORD
            PERFORM READ-AUTHORITY-RECORD
        END-PERFORM
        CLOSE AuthorityFile
    ELSE
        DISPLAY "ERROR: CANNOT OPEN AUTHFILE, STATUS="
            WS-Auth-File-Status " - NO OPERATOR IS AUTHORISED."
    END-IF.

READ-AUTHORITY-RECORD.
    READ AuthorityFile
        AT END
            MOVE 'Y' TO WS-Auth-EOF-Flag
    END-READ.

TAKE-AUTHORITY-RECORD.
    INSPECT AU-User-Id CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF AU-User-Id = WS-Real-User AND AU-Status = 'A'
        IF AU-Amount-Limit NOT NUMERIC OR AU-Qty-Limit NOT NUMERIC
            DISPLAY "WARNING: AUTHFILE ROW SKIPPED: " Authority-Record
        ELSE
            IF WS-Auth-Count >= 500
                DISPLAY "WARNING: AUTHORITY TABLE FULL, ROW SKIPPED: "
                    Authority-Record
            ELSE
                ADD 1 TO WS-Auth-Count
                MOVE AU-User-Id      TO WS-AT-User-Id(WS-Auth-Count)
                MOVE AU-Program      TO WS-AT-Program(WS-Auth-Count)
                MOVE AU-Function     TO WS-AT-Function(WS-Auth-Count)
                MOVE AU-Amount-Limit
                    TO WS-AT-Amount-Limit(WS-Auth-Count)
                MOVE AU-Qty-Limit    TO WS-AT-Qty-Limit(WS-Auth-Count)
            END-IF
        END-IF
    END-IF.

*> Any one row that covers the function and both figures allows it.
*> When rows cover the function but none is high enough, the reason
*> says which limit was crossed.
CHECK-AUTHORITY.
    MOVE 'N' TO WS-Function-Found-Flag.
    MOVE 'N' TO WS-Amount-Over-Flag.
    MOVE 'N' TO WS-Qty-Over-Flag.
    PERFORM VARYING WS-Auth-Sub FROM 1 BY 1
            UNTIL WS-Auth-Sub > WS-Auth-Count
               OR LS-Auth-Allowed
        IF WS-AT-Program(WS-Auth-Sub) = LS-Auth-Program
                AND (WS-AT-Function(WS-Auth-Sub) = LS-Auth-Function
                  OR (WS-AT-Function(WS-Auth-Sub) = "RUN *"
                      AND LS-Auth-Function(1:4) = "RUN "))
            MOVE 'Y' TO WS-Function-Found-Flag
            EVALUATE TRUE
                WHEN LS-Auth-Amount > WS-AT-Amount-Limit(WS-Auth-Sub)
                    MOVE 'Y' TO WS-Amount-Over-Flag
                WHEN LS-Auth-Quantity > WS-AT-Qty-Limit(WS-Auth-Sub)
                    MOVE 'Y' TO WS-Qty-Over-Flag
                WHEN OTHER
                    MOVE 'Y' TO LS-Auth-Result
            END-EVALUATE
        END-IF
    END-PERFORM.
    IF NOT LS-Auth-Allowed
        EVALUATE TRUE
            WHEN NOT WS-Function-Found
                MOVE "NOT AUTHORISED FOR FUNCTION" TO LS-Auth-Reason
            WHEN WS-Amount-Over
                MOVE "OVER AMOUNT LIMIT" TO LS-Auth-Reason
            WHEN OTHER
                MOVE "OVER QUANTITY LIMIT" TO LS-Auth-Reason
        END-EVALUATE
    END-IF.

WRITE-SECURITY-EXCEPTION.
    OPEN EXTEND SecurityExceptFile.
    IF WS-SecExcept-Status = "35"
        CLOSE SecurityExceptFile
        OPEN OUTPUT SecurityExceptFile
    END-IF.
    IF WS-SecExcept-Status NOT = "00"
        DISPLAY "WARNING: CANNOT OPEN SECEXCPT, STATUS="
            WS-SecExcept-Status
    ELSE
        ACCEPT WS-Today-YYYYMMDD FROM DATE YYYYMMDD
        ACCEPT WS-Time FROM TIME
        MOVE LS-Auth-Amount   TO WS-Amount-Edited
        MOVE LS-Auth-Quantity TO WS-Qty-Edited
        MOVE SPACES TO SecurityExcept-Record
        STRING "REFUSED DATE=" WS-Today-YYYYMMDD
               " TIME="   WS-Time
               " USER="   WS-Real-User
               " PGM="    LS-Auth-Program
               " FUNC="   LS-Auth-Function
               " AMOUNT=" WS-Amount-Edited
               " QTY="    WS-Qty-Edited
            DELIMITED BY SIZE INTO SecurityExcept-Record
        END-STRING
        WRITE SecurityExcept-Record
        MOVE SPACES TO SecurityExcept-Record
        STRING "        REASON=" LS-Auth-Reason
               " REF="    LS-Auth-Reference
            DELIMITED BY SIZE INTO SecurityExcept-Record
        END-STRING
        WRITE SecurityExcept-Record
        CLOSE SecurityExceptFile
    END-IF.

WRITE-SECURITY-RUNLOG.
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
        CLOSE RunLogFile
        OPEN OUTPUT RunLogFile
    END-IF.
    ACCEPT WS-Today-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT WS-Time FROM TIME.
    MOVE SPACES TO RunLog-Record.
    STRING "SECURITY PGM=" LS-Auth-Program
           " DATE=" WS-Today-YYYYMMDD
           " TIME=" WS-Time
           " USER=" WS-Real-User
           " FUNC=" LS-Auth-Function
           " REASON=" LS-Auth-Reason
        DELIMITED BY SIZE INTO RunLog-Record
    END-STRING.
    WRITE RunLog-Record.
    CLOSE RunLogFile.

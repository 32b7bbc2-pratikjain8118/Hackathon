FILE-CONTROL.
*>  Maintenance transactions, comma-delimited: action (H hire,
*>  C change, T terminate), employee ID, name, department, rate,
*>  hire date, account, the effective date of a rate change, and the
*>  two-letter state the employee works in.
    SELECT MaintTransFile ASSIGN TO "EMPMTRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Trans-Status.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

*>  A rate change keyed with an effective date already past reaches
*>  into periods PayrollSystem may have paid at the old rate; each one
*>  is queued here for the next regular payroll run to price and pay.
    SELECT RetroPendFile ASSIGN TO "RETROPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RetroPend-Status.

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.
01 MaintTrans-Record        PIC X(140).

*> Same layout PayrollSystem reads, including the trailing pending
*> rate pair for effective-dated raises and the work state that picks
*> the employee's state tax table.
FD EmployeeMasterFile.
01 EmployeeMaster-Record.
   05 EmpMast-ID           PIC 9(6).
   05 EmpMast-Pend-Rate    PIC 9(5)V99.
   05 FILLER               PIC X(1).
   05 EmpMast-Pend-Date    PIC 9(8).
   05 FILLER               PIC X(1).
   05 EmpMast-Work-State   PIC X(2).

FD EmployeeMasterOutFile.
01 EmployeeMasterOut-Record.
   05 EmpOut-Pend-Rate     PIC 9(5)V99.
   05 EmpOut-Sep8          PIC X(1).
   05 EmpOut-Pend-Date     PIC 9(8).
   05 EmpOut-Sep9          PIC X(1).
   05 EmpOut-Work-State    PIC X(2).

FD AuditFile.
01 Audit-Record             PIC X(132).

*> Same layout PayrollSystem reads back.
FD RetroPendFile.
01 RetroPend-Record.
   05 RP-Employee-ID       PIC 9(6).
   05 RP-Sep1              PIC X(1).
   05 RP-Old-Rate          PIC 9(5)V99.
   05 RP-Sep2              PIC X(1).
   05 RP-New-Rate          PIC 9(5)V99.
   05 RP-Sep3              PIC X(1).
   05 RP-Eff-Date          PIC 9(8).
   05 RP-Sep4              PIC X(1).
   05 RP-Keyed-Date        PIC 9(8).

*> Shared run-control log every batch program in the shop appends a
*> START record and an END record to.
FD RunLogFile.
01 WS-EmpMast-Status        PIC XX.
01 WS-EmpMast-Out-Status    PIC XX.
01 WS-Audit-Status          PIC XX.
01 WS-RetroPend-Status      PIC XX.
01 WS-Retro-Count           PIC 9(5) VALUE 0.
01 WS-Trans-EOF-Flag        PIC X VALUE 'N'.
   88 WS-Trans-EOF          VALUE 'Y'.
01 WS-EmpMast-EOF-Flag      PIC X VALUE 'N'.
      10 Emp-Account      PIC X(10).
      10 Emp-Pend-Rate    PIC 9(5)V99.
      10 Emp-Pend-Date    PIC 9(8).
      10 Emp-Work-State   PIC X(2).
01 Emp-Used-Count           PIC 9(4) COMP VALUE 0.
01 WS-Emp-Found-Idx         PIC 9(4) COMP VALUE 0.

01 WS-Txn-Eff-X.
   05 WS-Txn-Eff-Num        PIC 9(8).
   05 FILLER                PIC X(2).
01 WS-Txn-State             PIC X(4).
01 WS-Txn-Field-Count       PIC 9(2).
01 WS-Unstring-Overflow-Flag PIC X VALUE 'N'.
   88 WS-Unstring-Overflow  VALUE 'Y'.
01 WS-Old-Rate              PIC 9(5)V99.
01 WS-Old-Name              PIC X(50).
01 WS-Old-Dept              PIC X(4).
01 WS-Old-State             PIC X(2).
01 WS-Aud-Old-Money         PIC 9(5).99.
01 WS-Aud-New-Money         PIC 9(5).99.
*> The real submitting user, as oprauth returns it at start-up.
01 WS-Audit-User            PIC X(8) VALUE SPACES.

01 WS-Current-YYYYMMDD      PIC 9(8).
01 WS-Applied-Count         PIC 9(5) VALUE 0.
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
MAIN-PARAGRAPH.
    PERFORM WRITE-RUNLOG-START.
    ACCEPT WS-Current-YYYYMMDD FROM DATE YYYYMMDD.
    PERFORM CHECK-RUN-AUTHORITY.

    OPEN EXTEND AuditFile.
    IF WS-Audit-Status = "35"
        CLOSE AuditFile
        OPEN OUTPUT AuditFile
    END-IF.
    OPEN EXTEND RetroPendFile.
    IF WS-RetroPend-Status = "35"
        CLOSE RetroPendFile
        OPEN OUTPUT RetroPendFile
    END-IF.
    IF WS-RetroPend-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN RETROPEND, STATUS="
            WS-RetroPend-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM LOAD-EMPLOYEE-MASTER.


    PERFORM SAVE-EMPLOYEE-MASTER.
    CLOSE AuditFile.
    CLOSE RetroPendFile.
    MOVE WS-Applied-Count TO WS-RL-Written-Count.
    PERFORM WRITE-RUNLOG-END.
    DISPLAY "Employee maintenance complete: " WS-Applied-Count
        " applied, " WS-RL-Rejected-Count " rejected, "
        WS-Retro-Count " queued for retro pay.".
    STOP RUN.

*> The submitting user must hold RUN authority for EmployeeMaintenance
*> or the run stops here, before anything is opened, with STATUS=DENY
*> on RUNLOG. The user it returns is the one EMPMAUDIT is stamped with.
CHECK-RUN-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "RUN" TO WS-Auth-Function.
    MOVE ZERO TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    CALL "oprauth" USING WS-Auth-Request.
    MOVE WS-Auth-User TO WS-Audit-User.
    IF NOT WS-Auth-Allowed
        DISPLAY "ERROR: USER " WS-Auth-User
            " MAY NOT RUN EMPLOYEE MAINTENANCE - " WS-Auth-Reason
        MOVE "DENY" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-RUNLOG-START.
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
        ELSE
            MOVE EmpMast-Pend-Date TO Emp-Pend-Date(Emp-Idx)
        END-IF
        MOVE EmpMast-Work-State TO Emp-Work-State(Emp-Idx)
        PERFORM READ-EMPLOYEE-MASTER-RECORD
        END-IF
    END-PERFORM.
    CLOSE EmployeeMasterFile.

READ-EMPLOYEE-MASTER-RECORD.
*>  A record written before the pending rate pair or the work state
*>  existed is shorter - clear the trailing columns so they default.
    MOVE ZERO TO EmpMast-Pend-Rate.
    MOVE ZERO TO EmpMast-Pend-Date.
    MOVE SPACES TO EmpMast-Work-State.
    READ EmployeeMasterFile
        AT END
            MOVE 'Y' TO WS-EmpMast-EOF-Flag
    MOVE SPACES TO WS-Txn-Hire-X.
    MOVE SPACES TO WS-Txn-Account.
    MOVE SPACES TO WS-Txn-Eff-X.
    MOVE SPACES TO WS-Txn-State.
    MOVE ZERO   TO WS-Txn-Field-Count.
    MOVE 'N'    TO WS-Unstring-Overflow-Flag.
    UNSTRING MaintTrans-Record DELIMITED BY ','
             WS-Txn-Hire-X
             WS-Txn-Account
             WS-Txn-Eff-X
             WS-Txn-State
        TALLYING IN WS-Txn-Field-Count
        ON OVERFLOW
            MOVE 'Y' TO WS-Unstring-Overflow-Flag
    END-UNSTRING.
*>  PayrollSystem matches the state against its tax table in upper
*>  case.
    INSPECT WS-Txn-State CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

    MOVE 'Y' TO WS-Valid-Flag.
    MOVE SPACES TO ErrorMessage.
        EXIT PARAGRAPH
    END-IF.

    IF WS-Txn-Action(1:1) = 'H' OR WS-Txn-Action(1:1) = 'C'
            OR WS-Txn-Action(1:1) = 'T'
        PERFORM CHECK-TRANSACTION-AUTHORITY
        IF NOT WS-Auth-Allowed
            MOVE SPACES TO ErrorMessage
            STRING "OPERATOR AUTHORITY - " WS-Auth-Reason
                DELIMITED BY SIZE INTO ErrorMessage
            END-STRING
            PERFORM WRITE-REJECT-AUDIT
            EXIT PARAGRAPH
        END-IF
    END-IF.

    PERFORM FIND-EMPLOYEE-BY-ID.
    EVALUATE WS-Txn-Action(1:1)
        WHEN 'H'
            PERFORM WRITE-REJECT-AUDIT
    END-EVALUATE.

*> A hire needs HIRE authority, a change CHANGE and a termination
*> TERM, each for EmployeeMaintenance; a hire or a rate change is
*> also held to the user's amount limit on the hourly rate.
CHECK-TRANSACTION-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    EVALUATE WS-Txn-Action(1:1)
        WHEN 'H'
            MOVE "HIRE"   TO WS-Auth-Function
        WHEN 'C'
            MOVE "CHANGE" TO WS-Auth-Function
        WHEN OTHER
            MOVE "TERM"   TO WS-Auth-Function
    END-EVALUATE.
    IF WS-Txn-Rate-Num NUMERIC AND WS-Txn-Action(1:1) NOT = 'T'
        MOVE WS-Txn-Rate-Num TO WS-Auth-Amount
    ELSE
        MOVE ZERO TO WS-Auth-Amount
    END-IF.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    STRING WS-Auth-Function " EMPNO=" WS-Txn-ID-Num
        DELIMITED BY SIZE INTO WS-Auth-Reference
    END-STRING.
    CALL "oprauth" USING WS-Auth-Request.

FIND-EMPLOYEE-BY-ID.
    MOVE ZERO TO WS-Emp-Found-Idx.
    PERFORM VARYING Emp-Idx FROM 1 BY 1
        WHEN WS-Txn-Hire-Num NOT NUMERIC OR WS-Txn-Hire-Num = ZERO
            MOVE "HIRE DATE IS REQUIRED ON A HIRE" TO ErrorMessage
            PERFORM WRITE-REJECT-AUDIT
        WHEN WS-Txn-State = SPACES
            MOVE "WORK STATE IS REQUIRED ON A HIRE" TO ErrorMessage
            PERFORM WRITE-REJECT-AUDIT
        WHEN WS-Txn-State(3:2) NOT = SPACES
                OR WS-Txn-State(1:2) IS NOT ALPHABETIC
            MOVE "WORK STATE MUST BE A TWO-LETTER CODE" TO ErrorMessage
            PERFORM WRITE-REJECT-AUDIT
        WHEN Emp-Used-Count >= 500
            MOVE "EMPLOYEE MASTER IS FULL" TO ErrorMessage
            PERFORM WRITE-REJECT-AUDIT
            MOVE WS-Txn-Account   TO Emp-Account(Emp-Idx)
            MOVE ZERO             TO Emp-Pend-Rate(Emp-Idx)
            MOVE ZERO             TO Emp-Pend-Date(Emp-Idx)
            MOVE WS-Txn-State     TO Emp-Work-State(Emp-Idx)
            ADD 1 TO WS-Applied-Count
            MOVE WS-Txn-Rate-Num TO WS-Aud-New-Money
            MOVE SPACES TO Audit-Record
                   " NAME=" WS-Txn-Name(1:20)
                   " DEPT=" WS-Txn-Dept
                   " RATE=" WS-Aud-New-Money
                   " STATE=" WS-Txn-State(1:2)
                   " USER=" WS-Audit-User
                   " DATE=" WS-Current-YYYYMMDD
                DELIMITED BY SIZE INTO Audit-Record
    MOVE Emp-Name(WS-Emp-Found-Idx) TO WS-Old-Name.
    MOVE Emp-Dept(WS-Emp-Found-Idx) TO WS-Old-Dept.
    MOVE Emp-Rate(WS-Emp-Found-Idx) TO WS-Old-Rate.
    MOVE Emp-Work-State(WS-Emp-Found-Idx) TO WS-Old-State.
    IF WS-Txn-State NOT = SPACES
        IF WS-Txn-State(3:2) NOT = SPACES
                OR WS-Txn-State(1:2) IS NOT ALPHABETIC
            MOVE "WORK STATE MUST BE A TWO-LETTER CODE" TO ErrorMessage
            PERFORM WRITE-REJECT-AUDIT
            EXIT PARAGRAPH
        END-IF
    END-IF.

    IF WS-Txn-Name NOT = SPACES
        MOVE WS-Txn-Name TO Emp-Name(WS-Emp-Found-Idx)
        END-STRING
        WRITE Audit-Record
    END-IF.
    IF WS-Txn-State NOT = SPACES
        MOVE WS-Txn-State TO Emp-Work-State(WS-Emp-Found-Idx)
        MOVE SPACES TO Audit-Record
        STRING "CHANGE EMPNO=" WS-Txn-ID-Num
               " FIELD=STATE OLD=" WS-Old-State
               " NEW=" WS-Txn-State(1:2)
               " USER=" WS-Audit-User
               " DATE=" WS-Current-YYYYMMDD
            DELIMITED BY SIZE INTO Audit-Record
        END-STRING
        WRITE Audit-Record
    END-IF.
    IF WS-Txn-Rate-Num NUMERIC AND WS-Txn-Rate-Num NOT = ZERO
        PERFORM APPLY-RATE-CHANGE
    END-IF.
        MOVE ZERO TO Emp-Pend-Rate(WS-Emp-Found-Idx)
        MOVE ZERO TO Emp-Pend-Date(WS-Emp-Found-Idx)
        MOVE SPACES TO Audit-Record
        IF WS-Txn-Eff-Num NUMERIC AND WS-Txn-Eff-Num NOT = ZERO
                AND WS-Txn-Eff-Num < WS-Current-YYYYMMDD
                AND WS-Txn-Rate-Num NOT = WS-Old-Rate
            STRING "CHANGE EMPNO=" WS-Txn-ID-Num
                   " FIELD=RATE OLD=" WS-Aud-Old-Money
                   " NEW=" WS-Aud-New-Money
                   " EFFECTIVE=" WS-Txn-Eff-Num
                   " RETRO"
                   " USER=" WS-Audit-User
                   " DATE=" WS-Current-YYYYMMDD
                DELIMITED BY SIZE INTO Audit-Record
            END-STRING
            PERFORM WRITE-RETRO-REQUEST
        ELSE
            STRING "CHANGE EMPNO=" WS-Txn-ID-Num
                   " FIELD=RATE OLD=" WS-Aud-Old-Money
                   " NEW=" WS-Aud-New-Money
                   " USER=" WS-Audit-User
                   " DATE=" WS-Current-YYYYMMDD
                DELIMITED BY SIZE INTO Audit-Record
            END-STRING
        END-IF
    END-IF.
    WRITE Audit-Record.

*> The master carries only today's rate, so the rate the back-dated
*> periods were paid at goes on the request for the register.
WRITE-RETRO-REQUEST.
    MOVE ","              TO RP-Sep1 RP-Sep2 RP-Sep3 RP-Sep4.
    MOVE WS-Txn-ID-Num    TO RP-Employee-ID.
    MOVE WS-Old-Rate      TO RP-Old-Rate.
    MOVE WS-Txn-Rate-Num  TO RP-New-Rate.
    MOVE WS-Txn-Eff-Num   TO RP-Eff-Date.
    MOVE WS-Current-YYYYMMDD TO RP-Keyed-Date.
    WRITE RetroPend-Record.
    ADD 1 TO WS-Retro-Count.

APPLY-TERMINATE.
    IF WS-Emp-Found-Idx = ZERO
        MOVE "EMPLOYEE NOT ON MASTER" TO ErrorMessage
                                          EmpOut-Sep3 EmpOut-Sep4
                                          EmpOut-Sep5 EmpOut-Sep6
                                          EmpOut-Sep7 EmpOut-Sep8
                                          EmpOut-Sep9
            MOVE Emp-ID(Emp-Idx)        TO EmpOut-ID
            MOVE Emp-Name(Emp-Idx)      TO EmpOut-Name
            MOVE Emp-Dept(Emp-Idx)      TO EmpOut-Dept
            MOVE Emp-Account(Emp-Idx)   TO EmpOut-Account
            MOVE Emp-Pend-Rate(Emp-Idx) TO EmpOut-Pend-Rate
            MOVE Emp-Pend-Date(Emp-Idx) TO EmpOut-Pend-Date
            MOVE Emp-Work-State(Emp-Idx) TO EmpOut-Work-State
            WRITE EmployeeMasterOut-Record
        END-PERFORM
        CLOSE EmployeeMasterOutFile

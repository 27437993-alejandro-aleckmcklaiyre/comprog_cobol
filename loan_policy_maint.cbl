       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanPolicyMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanPolicyFile ASSIGN TO 'loan_policy.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pol-Key
               FILE STATUS IS PolicyFileStatus.

           SELECT OperatorFile ASSIGN TO 'operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS OperFileStatus.

           SELECT AuditLogFile ASSIGN TO 'audit_log.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Audit-Key
               FILE STATUS IS AuditFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanPolicyFile.
       01  LoanPolicyRecord.
           05  Pol-Key.
               10  Pol-ItemType      PIC X(5).
               10  Pol-MemberClass   PIC X.
           05  Pol-LoanDays          PIC 9(3).
           05  Pol-DailyFine         PIC 9(3)V99.
           05  Pol-GraceDays         PIC 9(3).
           05  Pol-MaxFine           PIC 9(5)V99.
           05  Pol-MaxRenewals       PIC 9(2).
           05  Pol-HoldShelfDays     PIC 9(3).
           05  Pol-RenewFineLimit    PIC 9(5)V99.

       FD  OperatorFile.
       01  OperatorRecord.
           05  Oper-ID               PIC X(10).
           05  Oper-Password         PIC X(10).
           05  Oper-Name             PIC X(30).
           05  Oper-Level            PIC 9.

       FD  AuditLogFile.
       01  AuditRecord.
           05  Audit-Key.
               10  Audit-Timestamp   PIC X(21).
               10  Audit-Seq         PIC 9(3).
           05  Audit-Operator        PIC X(10).
           05  Audit-Function        PIC X(10).
           05  Audit-FileName        PIC X(25).
           05  Audit-TitleKey        PIC X(50).
           05  Audit-BorrowerKey     PIC X(30).
           05  Audit-Before          PIC X(200).
           05  Audit-After           PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-Choice             PIC 9 VALUE 0.
       01  WS-Continue           PIC X VALUE 'Y'.
       01  PolicyFileStatus      PIC X(2).
       01  OperFileStatus        PIC X(2).
       01  AuditFileStatus       PIC X(2).

       01  WS-Operator           PIC X(10).
       01  WS-AuditFunction      PIC X(10).
       01  WS-AuditFile          PIC X(25).
       01  WS-AuditTitle         PIC X(50).
       01  WS-AuditBorrower      PIC X(30).
       01  WS-AuditBefore        PIC X(200).
       01  WS-AuditAfter         PIC X(200).
       01  WS-AuditWritten       PIC X VALUE 'N'.

       01  WS-SignonID           PIC X(10).
       01  WS-SignonPW           PIC X(10).
       01  WS-SignonOK           PIC X VALUE 'N'.
       01  WS-SignonTries        PIC 9 VALUE 0.
       01  WS-OperLevel          PIC 9 VALUE 0.
       01  WS-SupervisorLevel    PIC 9 VALUE 2.

       01  WS-EntryType          PIC X(5).
       01  WS-EntryClass         PIC X.
       01  WS-EntryValue         PIC X(10).
       01  WS-KeyOK              PIC X VALUE 'N'.
       01  WS-ConfirmReply       PIC X.
       01  WS-PolicyCount        PIC 9(5) VALUE 0.

       01  WS-ShowFine           PIC ZZ9.99.
       01  WS-ShowAmount         PIC ZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM OPERATOR-SIGNON

           IF WS-SignonOK NOT = 'Y'
               DISPLAY 'Sign-on failed. Exiting.'
           ELSE
               PERFORM UNTIL WS-Continue = 'N'
                   DISPLAY '=============================='
                   DISPLAY '  LOAN POLICY MAINTENANCE MENU '
                   DISPLAY '=============================='
                   DISPLAY '1. Add a loan policy'
                   DISPLAY '2. List loan policies'
                   DISPLAY '3. Update a loan policy'
                   DISPLAY '4. Delete a loan policy'
                   DISPLAY '5. Exit'
                   DISPLAY '=============================='
                   DISPLAY 'Enter your choice: '
                   ACCEPT WS-Choice

                   EVALUATE WS-Choice
                       WHEN 1
                           PERFORM ADD-POLICY
                       WHEN 2
                           PERFORM LIST-POLICIES
                       WHEN 3
                           PERFORM UPDATE-POLICY
                       WHEN 4
                           PERFORM DELETE-POLICY
                       WHEN 5
                           MOVE 'N' TO WS-Continue
                       WHEN OTHER
                           DISPLAY 'Invalid choice. Please try again.'
                   END-EVALUATE
               END-PERFORM
           END-IF.

           STOP RUN.

       OPERATOR-SIGNON.
           MOVE 'N' TO WS-SignonOK
           OPEN INPUT OperatorFile
           IF OperFileStatus = '35'
               DISPLAY 'Operator file not found. Run operator '
                   'maintenance to set up operators.'
           ELSE
               MOVE 0 TO WS-SignonTries
               PERFORM VALIDATE-SIGNON
                   UNTIL WS-SignonOK = 'Y' OR WS-SignonTries >= 3
               CLOSE OperatorFile
           END-IF.

       VALIDATE-SIGNON.
           ADD 1 TO WS-SignonTries
           DISPLAY 'Enter operator ID: '
           ACCEPT WS-SignonID
           DISPLAY 'Enter password: '
           ACCEPT WS-SignonPW
           MOVE WS-SignonID TO Oper-ID
           READ OperatorFile
               INVALID KEY
                   PERFORM REJECT-SIGNON
               NOT INVALID KEY
                   IF Oper-Password NOT = WS-SignonPW
                       PERFORM REJECT-SIGNON
                   ELSE
                       IF Oper-Level < WS-SupervisorLevel
                           DISPLAY 'Refused: loan policy maintenance '
                               'requires supervisor level.'
                           MOVE WS-SignonID TO WS-Operator
                           MOVE 'REFUSED' TO WS-AuditFunction
                           MOVE 'operators.dat' TO WS-AuditFile
                           MOVE SPACES TO WS-AuditTitle
                           MOVE SPACES TO WS-AuditBorrower
                           MOVE 'ACTION REFUSED: POLICY MAINT'
                               TO WS-AuditBefore
                           MOVE SPACES TO WS-AuditAfter
                           PERFORM WRITE-AUDIT-RECORD
                           MOVE SPACES TO WS-Operator
                           MOVE 3 TO WS-SignonTries
                       ELSE
                           MOVE 'Y' TO WS-SignonOK
                           MOVE Oper-ID TO WS-Operator
                           MOVE Oper-Level TO WS-OperLevel
                           DISPLAY 'Signed on: ' Oper-Name
                       END-IF
                   END-IF
           END-READ.

       REJECT-SIGNON.
           DISPLAY 'Invalid operator ID or password.'
           MOVE WS-SignonID TO WS-Operator
           MOVE 'SIGNON' TO WS-AuditFunction
           MOVE 'operators.dat' TO WS-AuditFile
           MOVE SPACES TO WS-AuditTitle
           MOVE SPACES TO WS-AuditBorrower
           MOVE 'SIGN-ON REFUSED' TO WS-AuditBefore
           MOVE SPACES TO WS-AuditAfter
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-Operator.

       ACCEPT-POLICY-KEY.
           MOVE 'N' TO WS-KeyOK
           DISPLAY 'Enter item type (BOOK or ALBUM): '
           ACCEPT WS-EntryType
           MOVE FUNCTION UPPER-CASE(WS-EntryType) TO WS-EntryType
           DISPLAY 'Enter member class (A = adult, C = child, '
               'S = staff, I = institutional): '
           ACCEPT WS-EntryClass
           MOVE FUNCTION UPPER-CASE(WS-EntryClass) TO WS-EntryClass
           IF WS-EntryType NOT = 'BOOK' AND WS-EntryType NOT = 'ALBUM'
               DISPLAY 'Invalid item type.'
           ELSE
               IF WS-EntryClass NOT = 'A' AND WS-EntryClass NOT = 'C'
                  AND WS-EntryClass NOT = 'S'
                  AND WS-EntryClass NOT = 'I'
                   DISPLAY 'Invalid member class.'
               ELSE
                   MOVE 'Y' TO WS-KeyOK
               END-IF
           END-IF.

       ADD-POLICY.
           PERFORM ACCEPT-POLICY-KEY
           IF WS-KeyOK = 'N'
               DISPLAY 'Nothing added.'
           ELSE
               OPEN I-O LoanPolicyFile
               IF PolicyFileStatus = '35'
                   DISPLAY 'Loan policy file not found. Creating a '
                       'new file.'
                   OPEN OUTPUT LoanPolicyFile
                   CLOSE LoanPolicyFile
                   OPEN I-O LoanPolicyFile
               END-IF

               MOVE WS-EntryType TO Pol-ItemType
               MOVE WS-EntryClass TO Pol-MemberClass
               MOVE 14 TO Pol-LoanDays
               MOVE 0.25 TO Pol-DailyFine
               MOVE 0 TO Pol-GraceDays
               MOVE 0 TO Pol-MaxFine
               MOVE 2 TO Pol-MaxRenewals
               MOVE 7 TO Pol-HoldShelfDays
               MOVE 5.00 TO Pol-RenewFineLimit
               DISPLAY 'INSTRUCTION: leave [blank] to take the '
                   'standard value shown.'
               PERFORM ACCEPT-POLICY-VALUES

               WRITE LoanPolicyRecord
                   INVALID KEY
                       DISPLAY 'Error: a policy for that item type '
                           'and class is already on file. Not added.'
                   NOT INVALID KEY
                       DISPLAY 'Loan policy added successfully.'
                       MOVE 'ADD' TO WS-AuditFunction
                       MOVE 'loan_policy.dat' TO WS-AuditFile
                       MOVE SPACES TO WS-AuditTitle
                       MOVE SPACES TO WS-AuditBorrower
                       MOVE SPACES TO WS-AuditBefore
                       MOVE LoanPolicyRecord TO WS-AuditAfter
                       PERFORM WRITE-AUDIT-RECORD
               END-WRITE
               CLOSE LoanPolicyFile
           END-IF.

       ACCEPT-POLICY-VALUES.
           DISPLAY 'Loan period in days [' Pol-LoanDays ']: '
           ACCEPT WS-EntryValue
           IF WS-EntryValue NOT = SPACES
               COMPUTE Pol-LoanDays = FUNCTION NUMVAL(WS-EntryValue)
           END-IF

           MOVE Pol-DailyFine TO WS-ShowFine
           DISPLAY 'Daily fine [' WS-ShowFine ']: '
           ACCEPT WS-EntryValue
           IF WS-EntryValue NOT = SPACES
               COMPUTE Pol-DailyFine = FUNCTION NUMVAL(WS-EntryValue)
           END-IF

           DISPLAY 'Grace days before fines start [' Pol-GraceDays
               ']: '
           ACCEPT WS-EntryValue
           IF WS-EntryValue NOT = SPACES
               COMPUTE Pol-GraceDays = FUNCTION NUMVAL(WS-EntryValue)
           END-IF

           MOVE Pol-MaxFine TO WS-ShowAmount
           DISPLAY 'Maximum fine per item, 0 for no cap ['
               WS-ShowAmount ']: '
           ACCEPT WS-EntryValue
           IF WS-EntryValue NOT = SPACES
               COMPUTE Pol-MaxFine = FUNCTION NUMVAL(WS-EntryValue)
           END-IF

           DISPLAY 'Renewals allowed [' Pol-MaxRenewals ']: '
           ACCEPT WS-EntryValue
           IF WS-EntryValue NOT = SPACES
               COMPUTE Pol-MaxRenewals = FUNCTION NUMVAL(WS-EntryValue)
           END-IF

           DISPLAY 'Hold-shelf days [' Pol-HoldShelfDays ']: '
           ACCEPT WS-EntryValue
           IF WS-EntryValue NOT = SPACES
               COMPUTE Pol-HoldShelfDays =
                   FUNCTION NUMVAL(WS-EntryValue)
           END-IF

           MOVE Pol-RenewFineLimit TO WS-ShowAmount
           DISPLAY 'Fine balance that blocks renewal ['
               WS-ShowAmount ']: '
           ACCEPT WS-EntryValue
           IF WS-EntryValue NOT = SPACES
               COMPUTE Pol-RenewFineLimit =
                   FUNCTION NUMVAL(WS-EntryValue)
           END-IF

           IF Pol-LoanDays = 0
               DISPLAY 'Loan period cannot be zero. Using 14 days.'
               MOVE 14 TO Pol-LoanDays
           END-IF
           IF Pol-HoldShelfDays = 0
               DISPLAY 'Hold-shelf days cannot be zero. Using 7 days.'
               MOVE 7 TO Pol-HoldShelfDays
           END-IF.

       LIST-POLICIES.
           OPEN INPUT LoanPolicyFile
           IF PolicyFileStatus = '35'
               DISPLAY 'No loan policies on file. Standard rules '
                   'apply to all items.'
           ELSE
               MOVE 0 TO WS-PolicyCount
               DISPLAY 'Loan policies on file:'
               DISPLAY '=============================='
               MOVE SPACES TO PolicyFileStatus
               PERFORM UNTIL PolicyFileStatus = '10'
                   READ LoanPolicyFile NEXT INTO LoanPolicyRecord
                       AT END
                           MOVE '10' TO PolicyFileStatus
                       NOT AT END
                           ADD 1 TO WS-PolicyCount
                           PERFORM SHOW-POLICY
                   END-READ
               END-PERFORM
               DISPLAY 'Policies listed: ' WS-PolicyCount
               CLOSE LoanPolicyFile
           END-IF.

       SHOW-POLICY.
           DISPLAY 'Item type: ' Pol-ItemType
               '  Member class: ' Pol-MemberClass
           DISPLAY 'Loan period (days): ' Pol-LoanDays
           MOVE Pol-DailyFine TO WS-ShowFine
           DISPLAY 'Daily fine: ' WS-ShowFine
           DISPLAY 'Grace days: ' Pol-GraceDays
           MOVE Pol-MaxFine TO WS-ShowAmount
           DISPLAY 'Maximum fine per item: ' WS-ShowAmount
           DISPLAY 'Renewals allowed: ' Pol-MaxRenewals
           DISPLAY 'Hold-shelf days: ' Pol-HoldShelfDays
           MOVE Pol-RenewFineLimit TO WS-ShowAmount
           DISPLAY 'Renewal fine limit: ' WS-ShowAmount
           DISPLAY '------------------------------'.

       UPDATE-POLICY.
           PERFORM ACCEPT-POLICY-KEY
           IF WS-KeyOK = 'Y'
               OPEN I-O LoanPolicyFile
               IF PolicyFileStatus = '35'
                   DISPLAY 'No loan policies on file.'
               ELSE
                   MOVE WS-EntryType TO Pol-ItemType
                   MOVE WS-EntryClass TO Pol-MemberClass
                   READ LoanPolicyFile
                       INVALID KEY
                           DISPLAY 'Loan policy not found.'
                       NOT INVALID KEY
                           PERFORM APPLY-POLICY-UPDATE
                   END-READ
                   CLOSE LoanPolicyFile
               END-IF
           END-IF.

       APPLY-POLICY-UPDATE.
           MOVE LoanPolicyRecord TO WS-AuditBefore
           PERFORM SHOW-POLICY
           DISPLAY 'INSTRUCTION: leave [blank] to keep current.'
           PERFORM ACCEPT-POLICY-VALUES

           REWRITE LoanPolicyRecord
               INVALID KEY
                   DISPLAY 'Error updating loan policy.'
               NOT INVALID KEY
                   DISPLAY 'Loan policy updated successfully.'
                   MOVE 'UPDATE' TO WS-AuditFunction
                   MOVE 'loan_policy.dat' TO WS-AuditFile
                   MOVE SPACES TO WS-AuditTitle
                   MOVE SPACES TO WS-AuditBorrower
                   MOVE LoanPolicyRecord TO WS-AuditAfter
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       DELETE-POLICY.
           PERFORM ACCEPT-POLICY-KEY
           IF WS-KeyOK = 'Y'
               OPEN I-O LoanPolicyFile
               IF PolicyFileStatus = '35'
                   DISPLAY 'No loan policies on file.'
               ELSE
                   MOVE WS-EntryType TO Pol-ItemType
                   MOVE WS-EntryClass TO Pol-MemberClass
                   READ LoanPolicyFile
                       INVALID KEY
                           DISPLAY 'Loan policy not found.'
                       NOT INVALID KEY
                           PERFORM CONFIRM-POLICY-DELETE
                   END-READ
                   CLOSE LoanPolicyFile
               END-IF
           END-IF.

       CONFIRM-POLICY-DELETE.
           PERFORM SHOW-POLICY
           DISPLAY 'Delete this policy? Standard rules will apply '
               'instead. (Y/N): '
           ACCEPT WS-ConfirmReply
           IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y'
               MOVE LoanPolicyRecord TO WS-AuditBefore
               DELETE LoanPolicyFile
                   INVALID KEY
                       DISPLAY 'Error: could not delete loan policy.'
                   NOT INVALID KEY
                       DISPLAY 'Loan policy deleted.'
                       MOVE 'DELETE' TO WS-AuditFunction
                       MOVE 'loan_policy.dat' TO WS-AuditFile
                       MOVE SPACES TO WS-AuditTitle
                       MOVE SPACES TO WS-AuditBorrower
                       MOVE SPACES TO WS-AuditAfter
                       PERFORM WRITE-AUDIT-RECORD
               END-DELETE
           ELSE
               DISPLAY 'Nothing deleted.'
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN I-O AuditLogFile
           IF AuditFileStatus = '35'
               OPEN OUTPUT AuditLogFile
               CLOSE AuditLogFile
               OPEN I-O AuditLogFile
           END-IF

           MOVE FUNCTION CURRENT-DATE TO Audit-Timestamp
           MOVE 0 TO Audit-Seq
           MOVE WS-Operator TO Audit-Operator
           MOVE WS-AuditFunction TO Audit-Function
           MOVE WS-AuditFile TO Audit-FileName
           MOVE WS-AuditTitle TO Audit-TitleKey
           MOVE WS-AuditBorrower TO Audit-BorrowerKey
           MOVE WS-AuditBefore TO Audit-Before
           MOVE WS-AuditAfter TO Audit-After

           MOVE 'N' TO WS-AuditWritten
           PERFORM UNTIL WS-AuditWritten = 'Y' OR Audit-Seq > 998
               WRITE AuditRecord
                   INVALID KEY
                       ADD 1 TO Audit-Seq
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-AuditWritten
               END-WRITE
           END-PERFORM
           IF WS-AuditWritten = 'N'
               DISPLAY 'Warning: could not write audit record.'
           END-IF

           CLOSE AuditLogFile.

       END PROGRAM LoanPolicyMaintenance.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLAccountMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLAccountFile ASSIGN TO 'gl_accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-Key
               FILE STATUS IS GLAFileStatus.

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
       FD  GLAccountFile.
       01  GLAccountRecord.
           05  GLA-Key.
               10  GLA-Source        PIC X(3).
               10  GLA-Reason        PIC X(3).
           05  GLA-DebitAccount      PIC X(12).
           05  GLA-CreditAccount     PIC X(12).
           05  GLA-Description       PIC X(30).

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
       01  GLAFileStatus         PIC X(2).
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

       01  WS-EntrySource        PIC X(3).
       01  WS-EntryReason        PIC X(3).
       01  WS-EntryValue         PIC X(30).
       01  WS-KeyOK              PIC X VALUE 'N'.
       01  WS-ConfirmReply       PIC X.
       01  WS-MappingCount       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM OPERATOR-SIGNON

           IF WS-SignonOK NOT = 'Y'
               DISPLAY 'Sign-on failed. Exiting.'
           ELSE
               PERFORM UNTIL WS-Continue = 'N'
                   DISPLAY '=============================='
                   DISPLAY '  GL ACCOUNT MAINTENANCE MENU  '
                   DISPLAY '=============================='
                   DISPLAY '1. Add a GL account mapping'
                   DISPLAY '2. List GL account mappings'
                   DISPLAY '3. Update a GL account mapping'
                   DISPLAY '4. Delete a GL account mapping'
                   DISPLAY '5. Exit'
                   DISPLAY '=============================='
                   DISPLAY 'Enter your choice: '
                   ACCEPT WS-Choice

                   EVALUATE WS-Choice
                       WHEN 1
                           PERFORM ADD-MAPPING
                       WHEN 2
                           PERFORM LIST-MAPPINGS
                       WHEN 3
                           PERFORM UPDATE-MAPPING
                       WHEN 4
                           PERFORM DELETE-MAPPING
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
                           DISPLAY 'Refused: GL account maintenance '
                               'requires supervisor level.'
                           MOVE WS-SignonID TO WS-Operator
                           MOVE 'REFUSED' TO WS-AuditFunction
                           MOVE 'operators.dat' TO WS-AuditFile
                           MOVE SPACES TO WS-AuditTitle
                           MOVE SPACES TO WS-AuditBorrower
                           MOVE 'ACTION REFUSED: GL ACCT MAINT'
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

       ACCEPT-MAPPING-KEY.
           MOVE 'N' TO WS-KeyOK
           MOVE SPACES TO WS-EntryReason
           DISPLAY 'Charge types: OVD = fines accrued, LST = lost item '
               'charge, PRC = processing fee,'
           DISPLAY '  REV = lost item reversal, PAY = cash payment, '
               'WAV = waiver,'
           DISPLAY '  COL = agency collection (gross), CMS = agency '
               'commission'
           DISPLAY 'Enter charge type: '
           ACCEPT WS-EntrySource
           MOVE FUNCTION UPPER-CASE(WS-EntrySource) TO WS-EntrySource
           IF WS-EntrySource NOT = 'OVD' AND WS-EntrySource NOT = 'LST'
              AND WS-EntrySource NOT = 'PRC'
              AND WS-EntrySource NOT = 'REV'
              AND WS-EntrySource NOT = 'PAY'
              AND WS-EntrySource NOT = 'WAV'
              AND WS-EntrySource NOT = 'COL'
              AND WS-EntrySource NOT = 'CMS'
               DISPLAY 'Invalid charge type.'
           ELSE
               IF WS-EntrySource = 'WAV'
                   DISPLAY 'Enter waiver reason code (blank for all '
                       'other reasons): '
                   ACCEPT WS-EntryReason
                   MOVE FUNCTION UPPER-CASE(WS-EntryReason)
                       TO WS-EntryReason
               END-IF
               MOVE 'Y' TO WS-KeyOK
           END-IF.

       ADD-MAPPING.
           PERFORM ACCEPT-MAPPING-KEY
           IF WS-KeyOK = 'N'
               DISPLAY 'Nothing added.'
           ELSE
               OPEN I-O GLAccountFile
               IF GLAFileStatus = '35'
                   DISPLAY 'GL account file not found. Creating a '
                       'new file.'
                   OPEN OUTPUT GLAccountFile
                   CLOSE GLAccountFile
                   OPEN I-O GLAccountFile
               END-IF

               MOVE WS-EntrySource TO GLA-Source
               MOVE WS-EntryReason TO GLA-Reason
               MOVE SPACES TO GLA-DebitAccount
               MOVE SPACES TO GLA-CreditAccount
               MOVE SPACES TO GLA-Description
               PERFORM ACCEPT-MAPPING-VALUES

               IF GLA-DebitAccount = SPACES
                  OR GLA-CreditAccount = SPACES
                   DISPLAY 'Error: debit and credit accounts are both '
                       'required. Not added.'
               ELSE
                   WRITE GLAccountRecord
                       INVALID KEY
                           DISPLAY 'Error: a mapping for that charge '
                               'type and reason is already on file. '
                               'Not added.'
                       NOT INVALID KEY
                           DISPLAY 'GL account mapping added '
                               'successfully.'
                           MOVE 'ADD' TO WS-AuditFunction
                           MOVE 'gl_accounts.dat' TO WS-AuditFile
                           MOVE SPACES TO WS-AuditTitle
                           MOVE SPACES TO WS-AuditBorrower
                           MOVE SPACES TO WS-AuditBefore
                           MOVE GLAccountRecord TO WS-AuditAfter
                           PERFORM WRITE-AUDIT-RECORD
                   END-WRITE
               END-IF
               CLOSE GLAccountFile
           END-IF.

       ACCEPT-MAPPING-VALUES.
           DISPLAY 'Debit account [' GLA-DebitAccount ']: '
           ACCEPT WS-EntryValue
           IF WS-EntryValue NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-EntryValue)
                   TO GLA-DebitAccount
           END-IF

           DISPLAY 'Credit account [' GLA-CreditAccount ']: '
           ACCEPT WS-EntryValue
           IF WS-EntryValue NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-EntryValue)
                   TO GLA-CreditAccount
           END-IF

           DISPLAY 'Journal description [' GLA-Description ']: '
           ACCEPT WS-EntryValue
           IF WS-EntryValue NOT = SPACES
               MOVE WS-EntryValue TO GLA-Description
           END-IF

           IF GLA-DebitAccount NOT = SPACES
              AND GLA-DebitAccount = GLA-CreditAccount
               DISPLAY 'Warning: debit and credit accounts are the '
                   'same.'
           END-IF.

       LIST-MAPPINGS.
           OPEN INPUT GLAccountFile
           IF GLAFileStatus = '35'
               DISPLAY 'No GL account mappings on file.'
           ELSE
               MOVE 0 TO WS-MappingCount
               DISPLAY 'GL account mappings on file:'
               DISPLAY '=============================='
               MOVE SPACES TO GLAFileStatus
               PERFORM UNTIL GLAFileStatus = '10'
                   READ GLAccountFile NEXT INTO GLAccountRecord
                       AT END
                           MOVE '10' TO GLAFileStatus
                       NOT AT END
                           ADD 1 TO WS-MappingCount
                           PERFORM SHOW-MAPPING
                   END-READ
               END-PERFORM
               DISPLAY 'Mappings listed: ' WS-MappingCount
               CLOSE GLAccountFile
           END-IF.

       SHOW-MAPPING.
           IF GLA-Source = 'WAV' AND GLA-Reason = SPACES
               DISPLAY 'Charge type: ' GLA-Source
                   '  Reason: (all other reasons)'
           ELSE
               DISPLAY 'Charge type: ' GLA-Source
                   '  Reason: ' GLA-Reason
           END-IF
           DISPLAY 'Debit account: ' GLA-DebitAccount
           DISPLAY 'Credit account: ' GLA-CreditAccount
           DISPLAY 'Description: ' GLA-Description
           DISPLAY '------------------------------'.

       UPDATE-MAPPING.
           PERFORM ACCEPT-MAPPING-KEY
           IF WS-KeyOK = 'Y'
               OPEN I-O GLAccountFile
               IF GLAFileStatus = '35'
                   DISPLAY 'No GL account mappings on file.'
               ELSE
                   MOVE WS-EntrySource TO GLA-Source
                   MOVE WS-EntryReason TO GLA-Reason
                   READ GLAccountFile
                       INVALID KEY
                           DISPLAY 'GL account mapping not found.'
                       NOT INVALID KEY
                           PERFORM APPLY-MAPPING-UPDATE
                   END-READ
                   CLOSE GLAccountFile
               END-IF
           END-IF.

       APPLY-MAPPING-UPDATE.
           MOVE GLAccountRecord TO WS-AuditBefore
           PERFORM SHOW-MAPPING
           DISPLAY 'INSTRUCTION: leave [blank] to keep current.'
           PERFORM ACCEPT-MAPPING-VALUES

           REWRITE GLAccountRecord
               INVALID KEY
                   DISPLAY 'Error updating GL account mapping.'
               NOT INVALID KEY
                   DISPLAY 'GL account mapping updated successfully.'
                   MOVE 'UPDATE' TO WS-AuditFunction
                   MOVE 'gl_accounts.dat' TO WS-AuditFile
                   MOVE SPACES TO WS-AuditTitle
                   MOVE SPACES TO WS-AuditBorrower
                   MOVE GLAccountRecord TO WS-AuditAfter
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       DELETE-MAPPING.
           PERFORM ACCEPT-MAPPING-KEY
           IF WS-KeyOK = 'Y'
               OPEN I-O GLAccountFile
               IF GLAFileStatus = '35'
                   DISPLAY 'No GL account mappings on file.'
               ELSE
                   MOVE WS-EntrySource TO GLA-Source
                   MOVE WS-EntryReason TO GLA-Reason
                   READ GLAccountFile
                       INVALID KEY
                           DISPLAY 'GL account mapping not found.'
                       NOT INVALID KEY
                           PERFORM CONFIRM-MAPPING-DELETE
                   END-READ
                   CLOSE GLAccountFile
               END-IF
           END-IF.

       CONFIRM-MAPPING-DELETE.
           PERFORM SHOW-MAPPING
           DISPLAY 'Delete this mapping? Activity of this type will '
               'be held out of the journal. (Y/N): '
           ACCEPT WS-ConfirmReply
           IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y'
               MOVE GLAccountRecord TO WS-AuditBefore
               DELETE GLAccountFile
                   INVALID KEY
                       DISPLAY 'Error: could not delete GL account '
                           'mapping.'
                   NOT INVALID KEY
                       DISPLAY 'GL account mapping deleted.'
                       MOVE 'DELETE' TO WS-AuditFunction
                       MOVE 'gl_accounts.dat' TO WS-AuditFile
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

       END PROGRAM GLAccountMaintenance.

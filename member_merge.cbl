       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberRenameMerge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BorrowedBooksFile ASSIGN TO 'borrowed_books.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Book-Key
               ALTERNATE RECORD KEY IS BorrowerName WITH DUPLICATES
               FILE STATUS IS FileStatus.

           SELECT ReturnedBooksHistory ASSIGN TO 'returned_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hist-Key
               FILE STATUS IS HistFileStatus.

           SELECT FinesFile ASSIGN TO 'fines.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fine-BorrowerName
               FILE STATUS IS FinesFileStatus.

           SELECT ChargesFile ASSIGN TO 'charges.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chg-Key
               FILE STATUS IS ChgFileStatus.

           SELECT BookReservations ASSIGN TO 'book_reservations.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Resv-Key
               FILE STATUS IS ResvFileStatus.

           SELECT PaymentsLedger ASSIGN TO 'payments_ledger.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pay-ReceiptNumber
               FILE STATUS IS PayFileStatus.

           SELECT BorrowersFile ASSIGN TO 'borrowers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Memb-Number
               ALTERNATE RECORD KEY IS Memb-Name
               FILE STATUS IS MembFileStatus.

           SELECT AuditLogFile ASSIGN TO 'audit_log.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Audit-Key
               FILE STATUS IS AuditFileStatus.

           SELECT HoldShelfFile ASSIGN TO 'hold_shelf.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Key
               FILE STATUS IS HoldFileStatus.

           SELECT LostItemsFile ASSIGN TO 'lost_items.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lost-Key
               FILE STATUS IS LostFileStatus.

           SELECT OperatorFile ASSIGN TO 'operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS OperFileStatus.

           SELECT ControlReport ASSIGN TO 'member_merge_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BorrowedBooksFile.
       01  BorrowedBookRecord.
           05  Book-Key.
               10  BookTitle         PIC X(50).
               10  AccessionNumber   PIC X(8).
           05  Author-Name       PIC X(50).
           05  BorrowerName      PIC X(30).
           05  Date-input        PIC X(10).
           05  DueDate           PIC X(10).
           05  ItemType          PIC X(5).
           05  FineAssessedThru  PIC X(10).
           05  RenewalCount      PIC 9(2).
           05  NoticeLevel       PIC 9.
           05  BranchCode        PIC X(3).

       FD  ReturnedBooksHistory.
       01  HistoryRecord.
           05  Hist-Key.
               10  Hist-BookTitle    PIC X(50).
               10  Hist-Accession    PIC X(8).
               10  Hist-ReturnDate   PIC X(10).
           05  Hist-Author           PIC X(50).
           05  Hist-Borrower         PIC X(30).
           05  Hist-DateBorrowed     PIC X(10).
           05  Hist-Branch           PIC X(3).

       FD  FinesFile.
       01  FinesRecord.
           05  Fine-BorrowerName     PIC X(30).
           05  Fine-Balance          PIC 9(7)V99.
           05  Fine-LastUpdated      PIC X(10).

       FD  ChargesFile.
       01  ChargeRecord.
           05  Chg-Key.
               10  Chg-BorrowerName  PIC X(30).
               10  Chg-Timestamp     PIC X(21).
               10  Chg-Seq           PIC 9(3).
           05  Chg-Date              PIC X(10).
           05  Chg-BookTitle         PIC X(50).
           05  Chg-Accession         PIC X(8).
           05  Chg-Type              PIC X(3).
           05  Chg-Amount            PIC S9(7)V99.
           05  Chg-Balance           PIC S9(7)V99.
           05  Chg-ReceiptNumber     PIC 9(6).
           05  Chg-Branch            PIC X(3).
           05  Chg-Operator          PIC X(10).

       FD  BookReservations.
       01  ReservationRecord.
           05  Resv-Key.
               10  Resv-BookTitle    PIC X(50).
               10  Resv-Timestamp    PIC X(21).
           05  Resv-BorrowerName     PIC X(30).
           05  Resv-Branch           PIC X(3).

       FD  PaymentsLedger.
       01  PaymentRecord.
           05  Pay-ReceiptNumber     PIC 9(6).
           05  Pay-Date              PIC X(10).
           05  Pay-BorrowerName      PIC X(30).
           05  Pay-Type              PIC X.
           05  Pay-Amount            PIC 9(7)V99.
           05  Pay-ReasonCode        PIC X(3).
           05  Pay-Operator          PIC X(10).
           05  Pay-Commission        PIC 9(7)V99.

       FD  BorrowersFile.
       01  MemberRecord.
           05  Memb-Number           PIC 9(5).
           05  Memb-Name             PIC X(30).
           05  Memb-Phone            PIC X(15).
           05  Memb-Address          PIC X(50).
           05  Memb-Status           PIC X.
           05  Memb-ItemLimit        PIC 9(2).
           05  Memb-Branch           PIC X(3).
           05  Memb-Class            PIC X.
           05  Memb-CollStatus       PIC X.
           05  Memb-ReferredDate     PIC X(10).
           05  Memb-ReferredAmount   PIC 9(7)V99.
           05  Memb-MergedInto       PIC 9(5).

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

       FD  HoldShelfFile.
       01  HoldRecord.
           05  Hold-Key.
               10  Hold-BookTitle    PIC X(50).
               10  Hold-Accession    PIC X(8).
           05  Hold-Borrower         PIC X(30).
           05  Hold-PlacedDate       PIC X(10).
           05  Hold-Deadline         PIC X(10).

       FD  LostItemsFile.
       01  LostItemRecord.
           05  Lost-Key.
               10  Lost-BookTitle    PIC X(50).
               10  Lost-Accession    PIC X(8).
           05  Lost-Author           PIC X(50).
           05  Lost-Borrower         PIC X(30).
           05  Lost-DateBorrowed     PIC X(10).
           05  Lost-DueDate          PIC X(10).
           05  Lost-ItemType         PIC X(5).
           05  Lost-BilledDate       PIC X(10).
           05  Lost-BilledAmount     PIC 9(7)V99.
           05  Lost-ReasonCode       PIC X(3).

       FD  OperatorFile.
       01  OperatorRecord.
           05  Oper-ID               PIC X(10).
           05  Oper-Password         PIC X(10).
           05  Oper-Name             PIC X(30).
           05  Oper-Level            PIC 9.

       FD  ControlReport.
       01  PrintLine                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-Choice             PIC 9 VALUE 0.
       01  WS-Continue           PIC X VALUE 'Y'.
       01  FileStatus            PIC X(2).
       01  HistFileStatus        PIC X(2).
       01  FinesFileStatus       PIC X(2).
       01  ChgFileStatus         PIC X(2).
       01  ResvFileStatus        PIC X(2).
       01  PayFileStatus         PIC X(2).
       01  MembFileStatus        PIC X(2).
       01  AuditFileStatus       PIC X(2).
       01  HoldFileStatus        PIC X(2).
       01  LostFileStatus        PIC X(2).
       01  OperFileStatus        PIC X(2).
       01  ReportFileStatus      PIC X(2).

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

       01  WS-TodayDate.
           05  WS-TodayYYYYMMDD  PIC 9(8).
           05  FILLER            PIC X(14).
       01  WS-TodayFormatted     PIC X(10).

       01  WS-MembSearchNumber   PIC 9(5).
       01  WS-OldNumber          PIC 9(5).
       01  WS-NewNumber          PIC 9(5).
       01  WS-OldName            PIC X(30).
       01  WS-NewName            PIC X(30).
       01  WS-MergeType          PIC X(10).
       01  WS-ProceedOK          PIC X VALUE 'N'.
       01  WS-ConfirmReply       PIC X.
       01  WS-MoreRecords        PIC X VALUE 'N'.

       01  WS-SourceHadFines     PIC X VALUE 'N'.
       01  WS-TargetHadFines     PIC X VALUE 'N'.
       01  WS-MovedBalance       PIC 9(7)V99 VALUE 0.
       01  WS-SurvivorBalance    PIC 9(7)V99 VALUE 0.
       01  WS-SavedLastUpdated   PIC X(10).
       01  WS-DupCollStatus      PIC X.
       01  WS-DupReferredDate    PIC X(10).
       01  WS-DupReferredAmount  PIC 9(7)V99.

       01  WS-ChgBorrower        PIC X(30).
       01  WS-ChgTitle           PIC X(50).
       01  WS-ChgAccession       PIC X(8).
       01  WS-ChgType            PIC X(3).
       01  WS-ChgAmount          PIC S9(7)V99.
       01  WS-ChgBalance         PIC S9(7)V99.
       01  WS-ChgReceipt         PIC 9(6).
       01  WS-ChgBranch          PIC X(3).
       01  WS-ChgWritten         PIC X VALUE 'N'.
       01  WS-OldChgKey          PIC X(54).

       01  WS-MergeError         PIC X VALUE 'N'.
       01  WS-ErrFile            PIC X(25).
       01  WS-ErrStatus          PIC X(2).
       01  WS-ErrAction          PIC X(20).
       01  WS-ErrorCount         PIC 9(2) VALUE 0.
       01  WS-ErrorsSkipped      PIC 9(5) VALUE 0.
       01  WS-ErrIdx             PIC 9(2).
       01  ErrorTable.
           05  ErrorEntry OCCURS 20 TIMES.
               10  ER-File       PIC X(25).
               10  ER-Status     PIC X(2).
               10  ER-Action     PIC X(20).
       01  WS-ErrorLine.
           05  EL-File           PIC X(25).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EL-Action         PIC X(20).
           05  FILLER            PIC X(10) VALUE '  STATUS: '.
           05  EL-Status         PIC X(2).

       01  WS-MembChanged        PIC 9(5) VALUE 0.
       01  WS-LoansChanged       PIC 9(5) VALUE 0.
       01  WS-FinesChanged       PIC 9(5) VALUE 0.
       01  WS-ChargesChanged     PIC 9(5) VALUE 0.
       01  WS-ResvChanged        PIC 9(5) VALUE 0.
       01  WS-HoldsChanged       PIC 9(5) VALUE 0.
       01  WS-LostChanged        PIC 9(5) VALUE 0.
       01  WS-HistChanged        PIC 9(5) VALUE 0.
       01  WS-PayChanged         PIC 9(5) VALUE 0.
       01  WS-TotalChanged       PIC 9(6) VALUE 0.

       01  WS-PrintWork          PIC X(90).
       01  WS-CountLine.
           05  CL-Label          PIC X(38).
           05  CL-Count          PIC Z,ZZZ,ZZ9.
       01  WS-AmountLine.
           05  AL-Label          PIC X(38).
           05  AL-Amount         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TodayDate
           STRING WS-TodayYYYYMMDD(1:4) '-' WS-TodayYYYYMMDD(5:2) '-'
               WS-TodayYYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-TodayFormatted

           PERFORM OPERATOR-SIGNON

           IF WS-SignonOK NOT = 'Y'
               DISPLAY 'Sign-on failed. Exiting.'
           ELSE
               PERFORM UNTIL WS-Continue = 'N'
                   DISPLAY '=============================='
                   DISPLAY '   MEMBER RENAME / MERGE MENU '
                   DISPLAY '=============================='
                   DISPLAY '1. Rename a member'
                   DISPLAY '2. Merge a duplicate member into another'
                   DISPLAY '3. Exit'
                   DISPLAY '=============================='
                   DISPLAY 'Enter your choice: '
                   ACCEPT WS-Choice

                   EVALUATE WS-Choice
                       WHEN 1
                           PERFORM RENAME-MEMBER
                       WHEN 2
                           PERFORM MERGE-MEMBERS
                       WHEN 3
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
                           DISPLAY 'Refused: member rename and merge '
                               'requires supervisor level.'
                           MOVE WS-SignonID TO WS-Operator
                           MOVE 'REFUSED' TO WS-AuditFunction
                           MOVE 'operators.dat' TO WS-AuditFile
                           MOVE SPACES TO WS-AuditTitle
                           MOVE SPACES TO WS-AuditBorrower
                           MOVE 'ACTION REFUSED: MEMBER MERGE'
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

       RENAME-MEMBER.
           MOVE 'N' TO WS-ProceedOK
           OPEN INPUT BorrowersFile
           IF MembFileStatus = '35'
               DISPLAY 'No members are registered yet.'
           ELSE
               DISPLAY 'Enter member number to rename: '
               ACCEPT WS-MembSearchNumber
               MOVE WS-MembSearchNumber TO Memb-Number
               READ BorrowersFile
                   INVALID KEY
                       DISPLAY 'Member not found.'
                   NOT INVALID KEY
                       PERFORM TAKE-NEW-NAME
               END-READ
               IF WS-ProceedOK = 'Y'
                   PERFORM CHECK-NEW-NAME-FREE
               END-IF
               CLOSE BorrowersFile
           END-IF

           IF WS-ProceedOK = 'Y'
               DISPLAY 'Rename member ' WS-OldNumber ' from '
                   WS-OldName
               DISPLAY '                    to ' WS-NewName
               DISPLAY 'Loans, fines, reservations, holds, lost items, '
                   'history and payments will move. Proceed? (Y/N): '
               ACCEPT WS-ConfirmReply
               IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y'
                   PERFORM APPLY-RENAME
               ELSE
                   DISPLAY 'No change made.'
               END-IF
           END-IF.

       TAKE-NEW-NAME.
           IF Memb-Status = 'C'
               DISPLAY 'Member ' Memb-Number ' is closed. No change '
                   'made.'
           ELSE
               MOVE Memb-Number TO WS-OldNumber
               MOVE Memb-Number TO WS-NewNumber
               MOVE Memb-Name TO WS-OldName
               DISPLAY 'Current name: ' Memb-Name
               DISPLAY 'Enter new name: '
               ACCEPT WS-NewName
               IF WS-NewName = SPACES OR WS-NewName = WS-OldName
                   DISPLAY 'No new name entered. No change made.'
               ELSE
                   MOVE 'Y' TO WS-ProceedOK
               END-IF
           END-IF.

       CHECK-NEW-NAME-FREE.
           MOVE WS-NewName TO Memb-Name
           READ BorrowersFile KEY IS Memb-Name
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'Error: ' WS-NewName ' is already member '
                       Memb-Number '.'
                   DISPLAY 'Use the merge option to combine the two '
                       'accounts.'
                   MOVE 'N' TO WS-ProceedOK
           END-READ.

       MERGE-MEMBERS.
           MOVE 'N' TO WS-ProceedOK
           OPEN INPUT BorrowersFile
           IF MembFileStatus = '35'
               DISPLAY 'No members are registered yet.'
           ELSE
               DISPLAY 'Enter duplicate member number (this member '
                   'will be closed): '
               ACCEPT WS-MembSearchNumber
               MOVE WS-MembSearchNumber TO Memb-Number
               READ BorrowersFile
                   INVALID KEY
                       DISPLAY 'Member not found.'
                   NOT INVALID KEY
                       IF Memb-Status = 'C'
                           DISPLAY 'Member ' Memb-Number
                               ' is already closed.'
                       ELSE
                           MOVE Memb-Number TO WS-OldNumber
                           MOVE Memb-Name TO WS-OldName
                           MOVE 'Y' TO WS-ProceedOK
                       END-IF
               END-READ
               IF WS-ProceedOK = 'Y'
                   PERFORM TAKE-SURVIVING-MEMBER
               END-IF
               CLOSE BorrowersFile
           END-IF

           IF WS-ProceedOK = 'Y'
               DISPLAY 'Merge member ' WS-OldNumber ' ' WS-OldName
               DISPLAY '       into ' WS-NewNumber ' ' WS-NewName
               DISPLAY 'Fine balances will be combined and member '
                   WS-OldNumber ' closed. Proceed? (Y/N): '
               ACCEPT WS-ConfirmReply
               IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y'
                   PERFORM APPLY-MERGE
               ELSE
                   DISPLAY 'No change made.'
               END-IF
           END-IF.

       TAKE-SURVIVING-MEMBER.
           MOVE 'N' TO WS-ProceedOK
           DISPLAY 'Enter surviving member number: '
           ACCEPT WS-MembSearchNumber
           IF WS-MembSearchNumber = WS-OldNumber
               DISPLAY 'Error: a member cannot be merged into itself.'
           ELSE
               MOVE WS-MembSearchNumber TO Memb-Number
               READ BorrowersFile
                   INVALID KEY
                       DISPLAY 'Member not found.'
                   NOT INVALID KEY
                       IF Memb-Status = 'C'
                           DISPLAY 'Member ' Memb-Number
                               ' is closed and cannot be the '
                               'surviving member.'
                       ELSE
                           MOVE Memb-Number TO WS-NewNumber
                           MOVE Memb-Name TO WS-NewName
                           MOVE 'Y' TO WS-ProceedOK
                       END-IF
               END-READ
           END-IF.

       APPLY-RENAME.
           MOVE 'RENAME' TO WS-MergeType
           PERFORM RESET-CHANGE-COUNTS
           PERFORM CASCADE-NAME-CHANGE
           IF WS-MergeError = 'N'
               PERFORM RENAME-MEMBER-RECORD
           END-IF
           IF WS-MergeError = 'N'
               DISPLAY 'Member renamed.'
           ELSE
               DISPLAY 'Rename NOT completed. The member record keeps '
                   'its old name. Correct the file errors listed on '
                   'member_merge_report.txt and rename again.'
           END-IF
           PERFORM WRITE-CONTROL-REPORT.

       APPLY-MERGE.
           MOVE 'MERGE' TO WS-MergeType
           PERFORM RESET-CHANGE-COUNTS
           PERFORM CASCADE-NAME-CHANGE
           IF WS-MergeError = 'N'
               PERFORM CLOSE-DUPLICATE-MEMBER
           END-IF
           IF WS-MergeError = 'N'
               DISPLAY 'Members merged.'
           ELSE
               DISPLAY 'Merge NOT completed. Member ' WS-OldNumber
                   ' is still open. Correct the file errors listed on '
                   'member_merge_report.txt and merge again.'
           END-IF
           PERFORM WRITE-CONTROL-REPORT.

       RESET-CHANGE-COUNTS.
           MOVE 0 TO WS-MembChanged
           MOVE 0 TO WS-LoansChanged
           MOVE 0 TO WS-FinesChanged
           MOVE 0 TO WS-ChargesChanged
           MOVE 0 TO WS-ResvChanged
           MOVE 0 TO WS-HoldsChanged
           MOVE 0 TO WS-LostChanged
           MOVE 0 TO WS-HistChanged
           MOVE 0 TO WS-PayChanged
           MOVE 0 TO WS-MovedBalance
           MOVE 0 TO WS-SurvivorBalance
           MOVE 'N' TO WS-MergeError
           MOVE 0 TO WS-ErrorCount
           MOVE 0 TO WS-ErrorsSkipped.

       RECORD-FILE-ERROR.
           MOVE 'Y' TO WS-MergeError
           DISPLAY 'Error: ' WS-ErrFile ' ' WS-ErrAction
               ' status ' WS-ErrStatus
           IF WS-ErrorCount < 20
               ADD 1 TO WS-ErrorCount
               MOVE WS-ErrFile TO ER-File(WS-ErrorCount)
               MOVE WS-ErrStatus TO ER-Status(WS-ErrorCount)
               MOVE WS-ErrAction TO ER-Action(WS-ErrorCount)
           ELSE
               ADD 1 TO WS-ErrorsSkipped
           END-IF.

       CASCADE-NAME-CHANGE.
           PERFORM MOVE-LOANS
           PERFORM MOVE-FINES
           PERFORM MOVE-CHARGES
           PERFORM MOVE-RESERVATIONS
           PERFORM MOVE-HOLDS
           PERFORM MOVE-LOST-ITEMS
           PERFORM MOVE-HISTORY
           PERFORM MOVE-PAYMENTS.

       RENAME-MEMBER-RECORD.
           OPEN I-O BorrowersFile
           MOVE WS-OldNumber TO Memb-Number
           READ BorrowersFile
               INVALID KEY
                   MOVE 'borrowers.dat' TO WS-ErrFile
                   MOVE MembFileStatus TO WS-ErrStatus
                   MOVE 'READ MEMBER' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               NOT INVALID KEY
                   MOVE MemberRecord TO WS-AuditBefore
                   MOVE WS-NewName TO Memb-Name
                   REWRITE MemberRecord
                       INVALID KEY
                           MOVE 'borrowers.dat' TO WS-ErrFile
                           MOVE MembFileStatus TO WS-ErrStatus
                           MOVE 'RENAME MEMBER' TO WS-ErrAction
                           PERFORM RECORD-FILE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-MembChanged
                           MOVE 'borrowers.dat' TO WS-AuditFile
                           MOVE SPACES TO WS-AuditTitle
                           MOVE WS-NewName TO WS-AuditBorrower
                           MOVE MemberRecord TO WS-AuditAfter
                           PERFORM WRITE-CHANGE-AUDIT
                   END-REWRITE
           END-READ
           CLOSE BorrowersFile.

       CLOSE-DUPLICATE-MEMBER.
           OPEN I-O BorrowersFile
           MOVE WS-OldNumber TO Memb-Number
           READ BorrowersFile
               INVALID KEY
                   MOVE 'borrowers.dat' TO WS-ErrFile
                   MOVE MembFileStatus TO WS-ErrStatus
                   MOVE 'READ MEMBER' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               NOT INVALID KEY
                   MOVE Memb-CollStatus TO WS-DupCollStatus
                   MOVE Memb-ReferredDate TO WS-DupReferredDate
                   MOVE Memb-ReferredAmount TO WS-DupReferredAmount
           END-READ
           IF WS-MergeError = 'N' AND WS-DupCollStatus = 'R'
               PERFORM TRANSFER-REFERRAL
           END-IF
           IF WS-MergeError = 'N'
               PERFORM MARK-DUPLICATE-CLOSED
           END-IF
           CLOSE BorrowersFile.

       MARK-DUPLICATE-CLOSED.
           MOVE WS-OldNumber TO Memb-Number
           READ BorrowersFile
               INVALID KEY
                   MOVE 'borrowers.dat' TO WS-ErrFile
                   MOVE MembFileStatus TO WS-ErrStatus
                   MOVE 'READ MEMBER' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               NOT INVALID KEY
                   MOVE MemberRecord TO WS-AuditBefore
                   MOVE 'C' TO Memb-Status
                   MOVE WS-NewNumber TO Memb-MergedInto
                   REWRITE MemberRecord
                       INVALID KEY
                           MOVE 'borrowers.dat' TO WS-ErrFile
                           MOVE MembFileStatus TO WS-ErrStatus
                           MOVE 'CLOSE MEMBER' TO WS-ErrAction
                           PERFORM RECORD-FILE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-MembChanged
                           MOVE 'borrowers.dat' TO WS-AuditFile
                           MOVE SPACES TO WS-AuditTitle
                           MOVE WS-OldName TO WS-AuditBorrower
                           MOVE MemberRecord TO WS-AuditAfter
                           PERFORM WRITE-CHANGE-AUDIT
                   END-REWRITE
           END-READ.

       TRANSFER-REFERRAL.
           MOVE WS-NewNumber TO Memb-Number
           READ BorrowersFile
               INVALID KEY
                   MOVE 'borrowers.dat' TO WS-ErrFile
                   MOVE MembFileStatus TO WS-ErrStatus
                   MOVE 'READ SURVIVOR' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               NOT INVALID KEY
                   MOVE MemberRecord TO WS-AuditBefore
                   IF Memb-CollStatus = 'R'
                       IF WS-DupReferredDate < Memb-ReferredDate
                           MOVE WS-DupReferredDate
                               TO Memb-ReferredDate
                       END-IF
                       ADD WS-DupReferredAmount
                           TO Memb-ReferredAmount
                   ELSE
                       MOVE 'R' TO Memb-CollStatus
                       MOVE WS-DupReferredDate TO Memb-ReferredDate
                       MOVE WS-DupReferredAmount
                           TO Memb-ReferredAmount
                   END-IF
                   REWRITE MemberRecord
                       INVALID KEY
                           MOVE 'borrowers.dat' TO WS-ErrFile
                           MOVE MembFileStatus TO WS-ErrStatus
                           MOVE 'MOVE REFERRAL' TO WS-ErrAction
                           PERFORM RECORD-FILE-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-MembChanged
                           DISPLAY 'Collection referral moved to '
                               'member ' WS-NewNumber
                           MOVE 'borrowers.dat' TO WS-AuditFile
                           MOVE SPACES TO WS-AuditTitle
                           MOVE WS-NewName TO WS-AuditBorrower
                           MOVE MemberRecord TO WS-AuditAfter
                           PERFORM WRITE-CHANGE-AUDIT
                   END-REWRITE
           END-READ.

       MOVE-LOANS.
           OPEN I-O BorrowedBooksFile
           IF FileStatus = '00'
               MOVE 'Y' TO WS-MoreRecords
               PERFORM UNTIL WS-MoreRecords = 'N'
                   MOVE WS-OldName TO BorrowerName
                   START BorrowedBooksFile KEY IS EQUAL TO BorrowerName
                       INVALID KEY
                           MOVE 'N' TO WS-MoreRecords
                       NOT INVALID KEY
                           READ BorrowedBooksFile NEXT
                               INTO BorrowedBookRecord
                               AT END
                                   MOVE 'N' TO WS-MoreRecords
                               NOT AT END
                                   PERFORM UPDATE-ONE-LOAN
                           END-READ
                   END-START
               END-PERFORM
               CLOSE BorrowedBooksFile
           ELSE
               IF FileStatus NOT = '35'
                   MOVE 'borrowed_books.dat' TO WS-ErrFile
                   MOVE FileStatus TO WS-ErrStatus
                   MOVE 'OPEN' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               END-IF
           END-IF.

       UPDATE-ONE-LOAN.
           IF BorrowerName NOT = WS-OldName
               MOVE 'N' TO WS-MoreRecords
           ELSE
               MOVE BorrowedBookRecord TO WS-AuditBefore
               MOVE WS-NewName TO BorrowerName
               REWRITE BorrowedBookRecord
                   INVALID KEY
                       DISPLAY 'Error updating loan for ' BookTitle
                       MOVE 'borrowed_books.dat' TO WS-ErrFile
                       MOVE FileStatus TO WS-ErrStatus
                       MOVE 'REWRITE' TO WS-ErrAction
                       PERFORM RECORD-FILE-ERROR
                       MOVE 'N' TO WS-MoreRecords
                   NOT INVALID KEY
                       ADD 1 TO WS-LoansChanged
                       MOVE 'borrowed_books.dat' TO WS-AuditFile
                       MOVE BookTitle TO WS-AuditTitle
                       MOVE WS-NewName TO WS-AuditBorrower
                       MOVE BorrowedBookRecord TO WS-AuditAfter
                       PERFORM WRITE-CHANGE-AUDIT
               END-REWRITE
           END-IF.

       MOVE-FINES.
           MOVE 'N' TO WS-SourceHadFines
           MOVE 'N' TO WS-TargetHadFines
           OPEN I-O FinesFile
           IF FinesFileStatus = '00'
               MOVE WS-NewName TO Fine-BorrowerName
               READ FinesFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TargetHadFines
                       MOVE Fine-Balance TO WS-SurvivorBalance
               END-READ
               MOVE WS-OldName TO Fine-BorrowerName
               READ FinesFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM REMOVE-SOURCE-FINE
               END-READ
               IF WS-SourceHadFines = 'Y'
                   PERFORM ADD-TO-SURVIVOR-FINE
               END-IF
               CLOSE FinesFile
           ELSE
               IF FinesFileStatus NOT = '35'
                   MOVE 'fines.dat' TO WS-ErrFile
                   MOVE FinesFileStatus TO WS-ErrStatus
                   MOVE 'OPEN' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               END-IF
           END-IF.

       REMOVE-SOURCE-FINE.
           MOVE Fine-Balance TO WS-MovedBalance
           MOVE Fine-LastUpdated TO WS-SavedLastUpdated
           MOVE FinesRecord TO WS-AuditBefore
           DELETE FinesFile
               INVALID KEY
                   DISPLAY 'Error: could not remove fine record for '
                       WS-OldName
                   MOVE 'fines.dat' TO WS-ErrFile
                   MOVE FinesFileStatus TO WS-ErrStatus
                   MOVE 'DELETE' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SourceHadFines
                   ADD 1 TO WS-FinesChanged
                   MOVE 'fines.dat' TO WS-AuditFile
                   MOVE SPACES TO WS-AuditTitle
                   MOVE WS-OldName TO WS-AuditBorrower
                   MOVE SPACES TO WS-AuditAfter
                   PERFORM WRITE-CHANGE-AUDIT
           END-DELETE.

       ADD-TO-SURVIVOR-FINE.
           MOVE WS-NewName TO Fine-BorrowerName
           IF WS-TargetHadFines = 'Y'
               READ FinesFile
                   INVALID KEY
                       DISPLAY 'Error: fine record for ' WS-NewName
                           ' could not be read.'
                       MOVE 'fines.dat' TO WS-ErrFile
                       MOVE FinesFileStatus TO WS-ErrStatus
                       MOVE 'READ SURVIVOR' TO WS-ErrAction
                       PERFORM RECORD-FILE-ERROR
                   NOT INVALID KEY
                       MOVE FinesRecord TO WS-AuditBefore
                       ADD WS-MovedBalance TO Fine-Balance
                       MOVE WS-TodayFormatted TO Fine-LastUpdated
                       REWRITE FinesRecord
                           INVALID KEY
                               DISPLAY 'Error updating fine balance '
                                   'for ' WS-NewName
                               MOVE 'fines.dat' TO WS-ErrFile
                               MOVE FinesFileStatus TO WS-ErrStatus
                               MOVE 'REWRITE' TO WS-ErrAction
                               PERFORM RECORD-FILE-ERROR
                           NOT INVALID KEY
                               PERFORM AUDIT-SURVIVOR-FINE
                       END-REWRITE
               END-READ
           ELSE
               MOVE SPACES TO WS-AuditBefore
               MOVE WS-MovedBalance TO Fine-Balance
               MOVE WS-SavedLastUpdated TO Fine-LastUpdated
               WRITE FinesRecord
                   INVALID KEY
                       DISPLAY 'Error writing fine record for '
                           WS-NewName
                       MOVE 'fines.dat' TO WS-ErrFile
                       MOVE FinesFileStatus TO WS-ErrStatus
                       MOVE 'WRITE' TO WS-ErrAction
                       PERFORM RECORD-FILE-ERROR
                   NOT INVALID KEY
                       PERFORM AUDIT-SURVIVOR-FINE
               END-WRITE
           END-IF.

       AUDIT-SURVIVOR-FINE.
           MOVE Fine-Balance TO WS-SurvivorBalance
           ADD 1 TO WS-FinesChanged
           MOVE 'fines.dat' TO WS-AuditFile
           MOVE SPACES TO WS-AuditTitle
           MOVE WS-NewName TO WS-AuditBorrower
           MOVE FinesRecord TO WS-AuditAfter
           PERFORM WRITE-CHANGE-AUDIT.

       MOVE-CHARGES.
           IF WS-SourceHadFines = 'Y' AND WS-TargetHadFines = 'Y'
               PERFORM TRANSFER-CHARGE-BALANCE
           ELSE
               PERFORM REKEY-CHARGE-LINES
           END-IF.

       TRANSFER-CHARGE-BALANCE.
           IF WS-MovedBalance > 0
               MOVE WS-OldName TO WS-ChgBorrower
               MOVE SPACES TO WS-ChgTitle
               STRING 'BALANCE MOVED TO ' WS-NewName
                   DELIMITED BY SIZE INTO WS-ChgTitle
               MOVE SPACES TO WS-ChgAccession
               MOVE 'MRG' TO WS-ChgType
               COMPUTE WS-ChgAmount = 0 - WS-MovedBalance
               MOVE 0 TO WS-ChgBalance
               MOVE 0 TO WS-ChgReceipt
               MOVE SPACES TO WS-ChgBranch
               PERFORM WRITE-CHARGE-LINE

               MOVE WS-NewName TO WS-ChgBorrower
               MOVE SPACES TO WS-ChgTitle
               STRING 'BALANCE MOVED FROM ' WS-OldName
                   DELIMITED BY SIZE INTO WS-ChgTitle
               MOVE WS-MovedBalance TO WS-ChgAmount
               MOVE WS-SurvivorBalance TO WS-ChgBalance
               PERFORM WRITE-CHARGE-LINE
           END-IF.

       REKEY-CHARGE-LINES.
           OPEN I-O ChargesFile
           IF ChgFileStatus = '00'
               MOVE 'Y' TO WS-MoreRecords
               PERFORM UNTIL WS-MoreRecords = 'N'
                   MOVE WS-OldName TO Chg-BorrowerName
                   MOVE LOW-VALUES TO Chg-Timestamp
                   MOVE 0 TO Chg-Seq
                   START ChargesFile KEY IS NOT LESS THAN Chg-Key
                       INVALID KEY
                           MOVE 'N' TO WS-MoreRecords
                       NOT INVALID KEY
                           READ ChargesFile NEXT INTO ChargeRecord
                               AT END
                                   MOVE 'N' TO WS-MoreRecords
                               NOT AT END
                                   PERFORM REKEY-ONE-CHARGE
                           END-READ
                   END-START
               END-PERFORM
               CLOSE ChargesFile
           ELSE
               IF ChgFileStatus NOT = '35'
                   MOVE 'charges.dat' TO WS-ErrFile
                   MOVE ChgFileStatus TO WS-ErrStatus
                   MOVE 'OPEN' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               END-IF
           END-IF.

       REKEY-ONE-CHARGE.
           IF Chg-BorrowerName NOT = WS-OldName
               MOVE 'N' TO WS-MoreRecords
           ELSE
               MOVE ChargeRecord TO WS-AuditBefore
               MOVE Chg-Key TO WS-OldChgKey
               PERFORM WRITE-MOVED-CHARGE
               IF WS-ChgWritten = 'Y'
                   MOVE WS-OldChgKey TO Chg-Key
                   DELETE ChargesFile
                       INVALID KEY
                           DISPLAY 'Error: could not remove old charge '
                               'line for ' WS-OldName
                           MOVE 'charges.dat' TO WS-ErrFile
                           MOVE ChgFileStatus TO WS-ErrStatus
                           MOVE 'DELETE' TO WS-ErrAction
                           PERFORM RECORD-FILE-ERROR
                           MOVE 'N' TO WS-MoreRecords
                       NOT INVALID KEY
                           ADD 1 TO WS-ChargesChanged
                           MOVE 'charges.dat' TO WS-AuditFile
                           MOVE WS-NewName TO WS-AuditBorrower
                           PERFORM WRITE-CHANGE-AUDIT
                   END-DELETE
               ELSE
                   MOVE 'N' TO WS-MoreRecords
               END-IF
           END-IF.

       WRITE-MOVED-CHARGE.
           MOVE WS-NewName TO Chg-BorrowerName
           MOVE 'N' TO WS-ChgWritten
           PERFORM UNTIL WS-ChgWritten = 'Y' OR Chg-Seq > 998
               WRITE ChargeRecord
                   INVALID KEY
                       ADD 1 TO Chg-Seq
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ChgWritten
               END-WRITE
           END-PERFORM
           IF WS-ChgWritten = 'N'
               DISPLAY 'Error: could not move charge line for '
                   WS-OldName
               MOVE 'charges.dat' TO WS-ErrFile
               MOVE ChgFileStatus TO WS-ErrStatus
               MOVE 'WRITE MOVED LINE' TO WS-ErrAction
               PERFORM RECORD-FILE-ERROR
           ELSE
               MOVE Chg-BookTitle TO WS-AuditTitle
               MOVE ChargeRecord TO WS-AuditAfter
           END-IF.

       MOVE-RESERVATIONS.
           OPEN I-O BookReservations
           IF ResvFileStatus = '00'
               MOVE SPACES TO ResvFileStatus
               MOVE LOW-VALUES TO Resv-Key
               START BookReservations KEY IS NOT LESS THAN Resv-Key
                   INVALID KEY
                       MOVE '10' TO ResvFileStatus
               END-START
               PERFORM UNTIL ResvFileStatus = '10'
                   READ BookReservations NEXT INTO ReservationRecord
                       AT END
                           MOVE '10' TO ResvFileStatus
                       NOT AT END
                           IF Resv-BorrowerName = WS-OldName
                               PERFORM UPDATE-ONE-RESERVATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BookReservations
           ELSE
               IF ResvFileStatus NOT = '35'
                   MOVE 'book_reservations.dat' TO WS-ErrFile
                   MOVE ResvFileStatus TO WS-ErrStatus
                   MOVE 'OPEN' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               END-IF
           END-IF.

       UPDATE-ONE-RESERVATION.
           MOVE ReservationRecord TO WS-AuditBefore
           MOVE WS-NewName TO Resv-BorrowerName
           REWRITE ReservationRecord
               INVALID KEY
                   DISPLAY 'Error updating reservation for '
                       Resv-BookTitle
                   MOVE 'book_reservations.dat' TO WS-ErrFile
                   MOVE ResvFileStatus TO WS-ErrStatus
                   MOVE 'REWRITE' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ResvChanged
                   MOVE 'book_reservations.dat' TO WS-AuditFile
                   MOVE Resv-BookTitle TO WS-AuditTitle
                   MOVE WS-NewName TO WS-AuditBorrower
                   MOVE ReservationRecord TO WS-AuditAfter
                   PERFORM WRITE-CHANGE-AUDIT
           END-REWRITE.

       MOVE-HOLDS.
           OPEN I-O HoldShelfFile
           IF HoldFileStatus = '00'
               MOVE SPACES TO HoldFileStatus
               MOVE LOW-VALUES TO Hold-Key
               START HoldShelfFile KEY IS NOT LESS THAN Hold-Key
                   INVALID KEY
                       MOVE '10' TO HoldFileStatus
               END-START
               PERFORM UNTIL HoldFileStatus = '10'
                   READ HoldShelfFile NEXT INTO HoldRecord
                       AT END
                           MOVE '10' TO HoldFileStatus
                       NOT AT END
                           IF Hold-Borrower = WS-OldName
                               PERFORM UPDATE-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldShelfFile
           ELSE
               IF HoldFileStatus NOT = '35'
                   MOVE 'hold_shelf.dat' TO WS-ErrFile
                   MOVE HoldFileStatus TO WS-ErrStatus
                   MOVE 'OPEN' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               END-IF
           END-IF.

       UPDATE-ONE-HOLD.
           MOVE HoldRecord TO WS-AuditBefore
           MOVE WS-NewName TO Hold-Borrower
           REWRITE HoldRecord
               INVALID KEY
                   DISPLAY 'Error updating hold for ' Hold-BookTitle
                   MOVE 'hold_shelf.dat' TO WS-ErrFile
                   MOVE HoldFileStatus TO WS-ErrStatus
                   MOVE 'REWRITE' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-HoldsChanged
                   MOVE 'hold_shelf.dat' TO WS-AuditFile
                   MOVE Hold-BookTitle TO WS-AuditTitle
                   MOVE WS-NewName TO WS-AuditBorrower
                   MOVE HoldRecord TO WS-AuditAfter
                   PERFORM WRITE-CHANGE-AUDIT
           END-REWRITE.

       MOVE-LOST-ITEMS.
           OPEN I-O LostItemsFile
           IF LostFileStatus = '00'
               MOVE SPACES TO LostFileStatus
               MOVE LOW-VALUES TO Lost-Key
               START LostItemsFile KEY IS NOT LESS THAN Lost-Key
                   INVALID KEY
                       MOVE '10' TO LostFileStatus
               END-START
               PERFORM UNTIL LostFileStatus = '10'
                   READ LostItemsFile NEXT INTO LostItemRecord
                       AT END
                           MOVE '10' TO LostFileStatus
                       NOT AT END
                           IF Lost-Borrower = WS-OldName
                               PERFORM UPDATE-ONE-LOST-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LostItemsFile
           ELSE
               IF LostFileStatus NOT = '35'
                   MOVE 'lost_items.dat' TO WS-ErrFile
                   MOVE LostFileStatus TO WS-ErrStatus
                   MOVE 'OPEN' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               END-IF
           END-IF.

       UPDATE-ONE-LOST-ITEM.
           MOVE LostItemRecord TO WS-AuditBefore
           MOVE WS-NewName TO Lost-Borrower
           REWRITE LostItemRecord
               INVALID KEY
                   DISPLAY 'Error updating lost item ' Lost-BookTitle
                   MOVE 'lost_items.dat' TO WS-ErrFile
                   MOVE LostFileStatus TO WS-ErrStatus
                   MOVE 'REWRITE' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-LostChanged
                   MOVE 'lost_items.dat' TO WS-AuditFile
                   MOVE Lost-BookTitle TO WS-AuditTitle
                   MOVE WS-NewName TO WS-AuditBorrower
                   MOVE LostItemRecord TO WS-AuditAfter
                   PERFORM WRITE-CHANGE-AUDIT
           END-REWRITE.

       MOVE-HISTORY.
           OPEN I-O ReturnedBooksHistory
           IF HistFileStatus = '00'
               MOVE SPACES TO HistFileStatus
               MOVE LOW-VALUES TO Hist-Key
               START ReturnedBooksHistory KEY IS NOT LESS THAN
                       Hist-Key
                   INVALID KEY
                       MOVE '10' TO HistFileStatus
               END-START
               PERFORM UNTIL HistFileStatus = '10'
                   READ ReturnedBooksHistory NEXT INTO HistoryRecord
                       AT END
                           MOVE '10' TO HistFileStatus
                       NOT AT END
                           IF Hist-Borrower = WS-OldName
                               PERFORM UPDATE-ONE-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReturnedBooksHistory
           ELSE
               IF HistFileStatus NOT = '35'
                   MOVE 'returned_history.dat' TO WS-ErrFile
                   MOVE HistFileStatus TO WS-ErrStatus
                   MOVE 'OPEN' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               END-IF
           END-IF.

       UPDATE-ONE-HISTORY.
           MOVE HistoryRecord TO WS-AuditBefore
           MOVE WS-NewName TO Hist-Borrower
           REWRITE HistoryRecord
               INVALID KEY
                   DISPLAY 'Error updating history for '
                       Hist-BookTitle
                   MOVE 'returned_history.dat' TO WS-ErrFile
                   MOVE HistFileStatus TO WS-ErrStatus
                   MOVE 'REWRITE' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-HistChanged
                   MOVE 'returned_history.dat' TO WS-AuditFile
                   MOVE Hist-BookTitle TO WS-AuditTitle
                   MOVE WS-NewName TO WS-AuditBorrower
                   MOVE HistoryRecord TO WS-AuditAfter
                   PERFORM WRITE-CHANGE-AUDIT
           END-REWRITE.

       MOVE-PAYMENTS.
           OPEN I-O PaymentsLedger
           IF PayFileStatus = '00'
               MOVE SPACES TO PayFileStatus
               MOVE 0 TO Pay-ReceiptNumber
               START PaymentsLedger KEY IS NOT LESS THAN
                       Pay-ReceiptNumber
                   INVALID KEY
                       MOVE '10' TO PayFileStatus
               END-START
               PERFORM UNTIL PayFileStatus = '10'
                   READ PaymentsLedger NEXT INTO PaymentRecord
                       AT END
                           MOVE '10' TO PayFileStatus
                       NOT AT END
                           IF Pay-BorrowerName = WS-OldName
                               PERFORM UPDATE-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PaymentsLedger
           ELSE
               IF PayFileStatus NOT = '35'
                   MOVE 'payments_ledger.dat' TO WS-ErrFile
                   MOVE PayFileStatus TO WS-ErrStatus
                   MOVE 'OPEN' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               END-IF
           END-IF.

       UPDATE-ONE-PAYMENT.
           MOVE PaymentRecord TO WS-AuditBefore
           MOVE WS-NewName TO Pay-BorrowerName
           REWRITE PaymentRecord
               INVALID KEY
                   DISPLAY 'Error updating receipt ' Pay-ReceiptNumber
                   MOVE 'payments_ledger.dat' TO WS-ErrFile
                   MOVE PayFileStatus TO WS-ErrStatus
                   MOVE 'REWRITE' TO WS-ErrAction
                   PERFORM RECORD-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-PayChanged
                   MOVE 'payments_ledger.dat' TO WS-AuditFile
                   MOVE SPACES TO WS-AuditTitle
                   MOVE WS-NewName TO WS-AuditBorrower
                   MOVE PaymentRecord TO WS-AuditAfter
                   PERFORM WRITE-CHANGE-AUDIT
           END-REWRITE.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT ControlReport
           IF ReportFileStatus NOT = '00'
               DISPLAY 'Error: could not open control report. '
                   'Status: ' ReportFileStatus
           ELSE
               MOVE SPACES TO WS-PrintWork
               STRING 'MEMBER ' WS-MergeType ' CONTROL REPORT   '
                   'RUN DATE: ' WS-TodayFormatted
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               MOVE SPACES TO WS-PrintWork
               STRING 'OPERATOR: ' WS-Operator
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               MOVE ALL '=' TO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               MOVE SPACES TO WS-PrintWork
               STRING 'FROM: ' WS-OldNumber ' ' WS-OldName
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               MOVE SPACES TO WS-PrintWork
               STRING 'TO:   ' WS-NewNumber ' ' WS-NewName
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               MOVE SPACES TO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               MOVE 'RECORDS CHANGED BY FILE' TO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               MOVE SPACES TO WS-PrintWork
               MOVE ALL '-' TO WS-PrintWork(1:45)
               PERFORM WRITE-CONTROL-LINE

               MOVE 'borrowers.dat' TO CL-Label
               MOVE WS-MembChanged TO CL-Count
               PERFORM WRITE-CONTROL-COUNT
               MOVE 'borrowed_books.dat' TO CL-Label
               MOVE WS-LoansChanged TO CL-Count
               PERFORM WRITE-CONTROL-COUNT
               MOVE 'fines.dat' TO CL-Label
               MOVE WS-FinesChanged TO CL-Count
               PERFORM WRITE-CONTROL-COUNT
               MOVE 'charges.dat' TO CL-Label
               MOVE WS-ChargesChanged TO CL-Count
               PERFORM WRITE-CONTROL-COUNT
               MOVE 'book_reservations.dat' TO CL-Label
               MOVE WS-ResvChanged TO CL-Count
               PERFORM WRITE-CONTROL-COUNT
               MOVE 'hold_shelf.dat' TO CL-Label
               MOVE WS-HoldsChanged TO CL-Count
               PERFORM WRITE-CONTROL-COUNT
               MOVE 'lost_items.dat' TO CL-Label
               MOVE WS-LostChanged TO CL-Count
               PERFORM WRITE-CONTROL-COUNT
               MOVE 'returned_history.dat' TO CL-Label
               MOVE WS-HistChanged TO CL-Count
               PERFORM WRITE-CONTROL-COUNT
               MOVE 'payments_ledger.dat' TO CL-Label
               MOVE WS-PayChanged TO CL-Count
               PERFORM WRITE-CONTROL-COUNT

               COMPUTE WS-TotalChanged = WS-MembChanged
                   + WS-LoansChanged + WS-FinesChanged
                   + WS-ChargesChanged + WS-ResvChanged
                   + WS-HoldsChanged + WS-LostChanged
                   + WS-HistChanged + WS-PayChanged
               MOVE SPACES TO WS-PrintWork
               MOVE ALL '-' TO WS-PrintWork(1:45)
               PERFORM WRITE-CONTROL-LINE
               MOVE 'TOTAL RECORDS CHANGED' TO CL-Label
               MOVE WS-TotalChanged TO CL-Count
               PERFORM WRITE-CONTROL-COUNT

               MOVE SPACES TO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               MOVE 'FINE BALANCE MOVED' TO AL-Label
               MOVE WS-MovedBalance TO AL-Amount
               MOVE WS-AmountLine TO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               MOVE 'SURVIVING FINE BALANCE' TO AL-Label
               MOVE WS-SurvivorBalance TO AL-Amount
               MOVE WS-AmountLine TO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE

               PERFORM WRITE-ERROR-SECTION

               MOVE SPACES TO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               MOVE '*** END OF REPORT ***' TO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               CLOSE ControlReport
               DISPLAY 'Records changed: ' WS-TotalChanged
               DISPLAY 'Control report written to '
                   'member_merge_report.txt'
           END-IF.

       WRITE-ERROR-SECTION.
           MOVE SPACES TO WS-PrintWork
           PERFORM WRITE-CONTROL-LINE
           IF WS-MergeError = 'N'
               MOVE 'RESULT: COMPLETED' TO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
           ELSE
               MOVE SPACES TO WS-PrintWork
               STRING 'RESULT: NOT COMPLETED - ' WS-MergeType
                   ' STOPPED ON FILE ERRORS'
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-CONTROL-LINE
               MOVE SPACES TO WS-PrintWork
               MOVE ALL '-' TO WS-PrintWork(1:45)
               PERFORM WRITE-CONTROL-LINE
               PERFORM VARYING WS-ErrIdx FROM 1 BY 1
                       UNTIL WS-ErrIdx > WS-ErrorCount
                   MOVE ER-File(WS-ErrIdx) TO EL-File
                   MOVE ER-Action(WS-ErrIdx) TO EL-Action
                   MOVE ER-Status(WS-ErrIdx) TO EL-Status
                   MOVE WS-ErrorLine TO WS-PrintWork
                   PERFORM WRITE-CONTROL-LINE
               END-PERFORM
               IF WS-ErrorsSkipped > 0
                   MOVE 'FURTHER ERRORS NOT LISTED' TO CL-Label
                   MOVE WS-ErrorsSkipped TO CL-Count
                   PERFORM WRITE-CONTROL-COUNT
               END-IF
               IF WS-MergeType = 'MERGE'
                   MOVE SPACES TO WS-PrintWork
                   STRING 'MEMBER ' WS-OldNumber ' LEFT OPEN. CORRECT '
                       'THE FILES ABOVE AND MERGE AGAIN.'
                       DELIMITED BY SIZE INTO WS-PrintWork
               ELSE
                   MOVE SPACES TO WS-PrintWork
                   STRING 'MEMBER ' WS-OldNumber ' KEEPS ITS OLD NAME. '
                       'CORRECT THE FILES ABOVE AND RENAME AGAIN.'
                       DELIMITED BY SIZE INTO WS-PrintWork
               END-IF
               PERFORM WRITE-CONTROL-LINE
           END-IF.

       WRITE-CONTROL-LINE.
           WRITE PrintLine FROM WS-PrintWork
               AFTER ADVANCING 1 LINE.

       WRITE-CONTROL-COUNT.
           MOVE WS-CountLine TO WS-PrintWork
           PERFORM WRITE-CONTROL-LINE.

       WRITE-CHARGE-LINE.
           OPEN I-O ChargesFile
           IF ChgFileStatus = '35'
               OPEN OUTPUT ChargesFile
               CLOSE ChargesFile
               OPEN I-O ChargesFile
           END-IF

           MOVE WS-ChgBorrower TO Chg-BorrowerName
           MOVE FUNCTION CURRENT-DATE TO Chg-Timestamp
           MOVE 0 TO Chg-Seq
           MOVE WS-TodayFormatted TO Chg-Date
           MOVE WS-ChgTitle TO Chg-BookTitle
           MOVE WS-ChgAccession TO Chg-Accession
           MOVE WS-ChgType TO Chg-Type
           MOVE WS-ChgAmount TO Chg-Amount
           MOVE WS-ChgBalance TO Chg-Balance
           MOVE WS-ChgReceipt TO Chg-ReceiptNumber
           MOVE WS-ChgBranch TO Chg-Branch
           MOVE WS-Operator TO Chg-Operator

           MOVE 'N' TO WS-ChgWritten
           PERFORM UNTIL WS-ChgWritten = 'Y' OR Chg-Seq > 998
               WRITE ChargeRecord
                   INVALID KEY
                       ADD 1 TO Chg-Seq
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ChgWritten
               END-WRITE
           END-PERFORM
           IF WS-ChgWritten = 'N'
               DISPLAY 'Warning: could not write charge line for '
                   WS-ChgBorrower
               MOVE 'charges.dat' TO WS-ErrFile
               MOVE ChgFileStatus TO WS-ErrStatus
               MOVE 'WRITE MRG LINE' TO WS-ErrAction
               PERFORM RECORD-FILE-ERROR
           ELSE
               ADD 1 TO WS-ChargesChanged
               MOVE 'charges.dat' TO WS-AuditFile
               MOVE Chg-BookTitle TO WS-AuditTitle
               MOVE WS-ChgBorrower TO WS-AuditBorrower
               MOVE SPACES TO WS-AuditBefore
               MOVE ChargeRecord TO WS-AuditAfter
               PERFORM WRITE-CHANGE-AUDIT
           END-IF

           CLOSE ChargesFile.

       WRITE-CHANGE-AUDIT.
           MOVE WS-MergeType TO WS-AuditFunction
           PERFORM WRITE-AUDIT-RECORD.

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

       END PROGRAM MemberRenameMerge.

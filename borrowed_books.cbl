               RECORD KEY IS Oper-ID
               FILE STATUS IS OperFileStatus.

           SELECT LoanPolicyFile ASSIGN TO 'loan_policy.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pol-Key
               FILE STATUS IS PolicyFileStatus.

           SELECT ClosuresFile ASSIGN TO 'closures.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Clos-Key
               FILE STATUS IS ClosFileStatus.

           SELECT ChargesFile ASSIGN TO 'charges.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chg-Key
               FILE STATUS IS ChgFileStatus.

           SELECT MissingCopiesFile ASSIGN TO 'missing_copies.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Miss-Key
               FILE STATUS IS MissFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BorrowedBooksFile.
           05  Pay-Amount            PIC 9(7)V99.
           05  Pay-ReasonCode        PIC X(3).
           05  Pay-Operator          PIC X(10).
           05  Pay-Commission        PIC 9(7)V99.

       FD  BorrowersFile.
       01  MemberRecord.
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
           05  Oper-Name             PIC X(30).
           05  Oper-Level            PIC 9.

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

       FD  ClosuresFile.
       01  ClosureRecord.
           05  Clos-Key.
               10  Clos-Branch       PIC X(3).
               10  Clos-Date         PIC X(10).
           05  Clos-Reason           PIC X(30).

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

       FD  MissingCopiesFile.
       01  MissingRecord.
           05  Miss-Key.
               10  Miss-BookTitle    PIC X(50).
               10  Miss-Accession    PIC X(8).
           05  Miss-Branch           PIC X(3).
           05  Miss-MarkedDate       PIC X(10).
           05  Miss-Operator         PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-Choice            PIC 9(2) VALUE 0.
       01  WS-Continue          PIC X VALUE 'Y'.
       01  WS-MemberLimit        PIC 9(2).
       01  WS-SaveBookRecord     PIC X(179).
       01  WS-MembSearchNumber   PIC 9(5).
       01  New-MembPhone         PIC X(15).
       01  New-MembAddress       PIC X(50).
       01  New-MembLimit         PIC X(2).
       01  New-MembStatus        PIC X.
       01  New-MembBranch        PIC X(3).
       01  New-MembClass         PIC X.

       01  PayFileStatus         PIC X(2).
       01  WS-PayBorrowerName    PIC X(30).
       01  WS-RenewTitle         PIC X(50).
       01  WS-RenewAccession     PIC X(8).
       01  WS-MaxRenewals        PIC 9(2) VALUE 2.
       01  WS-RenewFineLimit     PIC 9(5)V99 VALUE 5.00.
       01  WS-ResvFound          PIC X VALUE 'N'.
       01  WS-FineOverLimit      PIC X VALUE 'N'.

       01  WS-TitleCopiesOut     PIC 9(3).
       01  WS-CountItemType      PIC X(5).
       01  WS-CopiesAvail        PIC S9(3).
       01  MissFileStatus        PIC X(2).
       01  WS-TitleCopiesMissing PIC 9(3).

       01  PolicyFileStatus      PIC X(2).
       01  WS-PolicyItemType     PIC X(5).
       01  WS-PolicyBorrower     PIC X(30).
       01  WS-PolicyClass        PIC X.
       01  WS-MaxFinePerItem     PIC 9(5)V99 VALUE 0.
       01  WS-PriorDays          PIC S9(5).
       01  WS-PriorFine          PIC 9(7)V99.
       01  WS-StdLoanDays        PIC 9(3) VALUE 14.
       01  WS-StdFineRate        PIC 9(3)V99 VALUE 0.25.
       01  WS-StdGraceDays       PIC 9(3) VALUE 0.
       01  WS-StdMaxFine         PIC 9(5)V99 VALUE 0.
       01  WS-StdMaxRenewals     PIC 9(2) VALUE 2.
       01  WS-StdHoldShelfDays   PIC 9(3) VALUE 7.
       01  WS-StdRenewFineLimit  PIC 9(5)V99 VALUE 5.00.

       01  ClosFileStatus        PIC X(2).
       01  WS-CalendarBranch     PIC X(3).
       01  WS-DayClosed          PIC X VALUE 'N'.
       01  WS-RollDays           PIC 9(3).
       01  WS-RangeFromInt       PIC 9(8).
       01  WS-RangeToInt         PIC 9(8).
       01  WS-CountInt           PIC 9(8).
       01  WS-OpenDays           PIC S9(5).
       01  WS-HoldBranch         PIC X(3).

       01  ChgFileStatus         PIC X(2).
       01  WS-ChgBorrower        PIC X(30).
       01  WS-ChgTitle           PIC X(50).
       01  WS-ChgAccession       PIC X(8).
       01  WS-ChgType            PIC X(3).
       01  WS-ChgAmount          PIC S9(7)V99.
       01  WS-ChgBalance         PIC S9(7)V99.
       01  WS-ChgReceipt         PIC 9(6).
       01  WS-ChgBranch          PIC X(3).
       01  WS-ChgWritten         PIC X VALUE 'N'.

       PROCEDURE DIVISION.

                       MOVE SPACES TO WS-AuditBefore
                       MOVE BorrowedBookRecord TO WS-AuditAfter
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM CLEAR-MISSING-MARK
               END-WRITE
           ELSE
               MOVE 'N' TO WS-WriteSucceeded
           END-DELETE.

       COMPUTE-DUE-DATE.
           MOVE ItemType TO WS-PolicyItemType
           MOVE BorrowerName TO WS-PolicyBorrower
           PERFORM GET-LOAN-POLICY
           MOVE Date-input TO WS-DateToValidate
           PERFORM DATE-STRING-TO-INTEGER
           ADD WS-DueDateOffsetDays TO WS-IntegerResult
           MOVE BranchCode TO WS-CalendarBranch
           PERFORM ROLL-TO-OPEN-DAY
           MOVE WS-ComputedDate TO DueDate.

       GET-LOAN-POLICY.
           MOVE 'A' TO WS-PolicyClass
           OPEN INPUT BorrowersFile
           IF MembFileStatus NOT = '35'
               MOVE WS-PolicyBorrower TO Memb-Name
               READ BorrowersFile KEY IS Memb-Name
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Memb-Class NOT = SPACE
                           MOVE Memb-Class TO WS-PolicyClass
                       END-IF
               END-READ
               CLOSE BorrowersFile
           END-IF

           IF WS-PolicyItemType = SPACES
               MOVE 'BOOK' TO WS-PolicyItemType
           END-IF

           MOVE WS-StdLoanDays TO WS-DueDateOffsetDays
           MOVE WS-StdFineRate TO WS-FineRate
           MOVE WS-StdGraceDays TO WS-FineGraceDays
           MOVE WS-StdMaxFine TO WS-MaxFinePerItem
           MOVE WS-StdMaxRenewals TO WS-MaxRenewals
           MOVE WS-StdHoldShelfDays TO WS-HoldShelfDays
           MOVE WS-StdRenewFineLimit TO WS-RenewFineLimit

           OPEN INPUT LoanPolicyFile
           IF PolicyFileStatus NOT = '35'
               MOVE WS-PolicyItemType TO Pol-ItemType
               MOVE WS-PolicyClass TO Pol-MemberClass
               READ LoanPolicyFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Pol-LoanDays TO WS-DueDateOffsetDays
                       MOVE Pol-DailyFine TO WS-FineRate
                       MOVE Pol-GraceDays TO WS-FineGraceDays
                       MOVE Pol-MaxFine TO WS-MaxFinePerItem
                       MOVE Pol-MaxRenewals TO WS-MaxRenewals
                       MOVE Pol-HoldShelfDays TO WS-HoldShelfDays
                       MOVE Pol-RenewFineLimit TO WS-RenewFineLimit
               END-READ
               CLOSE LoanPolicyFile
           END-IF.

       ROLL-TO-OPEN-DAY.
           OPEN INPUT ClosuresFile
           IF ClosFileStatus = '35'
               PERFORM INTEGER-TO-DATE-STRING
           ELSE
               MOVE 0 TO WS-RollDays
               PERFORM INTEGER-TO-DATE-STRING
               PERFORM CHECK-CLOSED-DAY
               PERFORM UNTIL WS-DayClosed = 'N' OR WS-RollDays >= 366
                   ADD 1 TO WS-IntegerResult
                   ADD 1 TO WS-RollDays
                   PERFORM INTEGER-TO-DATE-STRING
                   PERFORM CHECK-CLOSED-DAY
               END-PERFORM
               CLOSE ClosuresFile
           END-IF.

       CHECK-CLOSED-DAY.
           MOVE 'N' TO WS-DayClosed
           MOVE WS-CalendarBranch TO Clos-Branch
           MOVE WS-ComputedDate TO Clos-Date
           READ ClosuresFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DayClosed
           END-READ
           IF WS-DayClosed = 'N'
               MOVE 'ALL' TO Clos-Branch
               MOVE WS-ComputedDate TO Clos-Date
               READ ClosuresFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DayClosed
               END-READ
           END-IF.

       COUNT-OPEN-DAYS.
           MOVE 0 TO WS-OpenDays
           IF WS-RangeToInt > WS-RangeFromInt
               OPEN INPUT ClosuresFile
               IF ClosFileStatus = '35'
                   COMPUTE WS-OpenDays = WS-RangeToInt - WS-RangeFromInt
               ELSE
                   MOVE WS-RangeFromInt TO WS-CountInt
                   PERFORM UNTIL WS-CountInt >= WS-RangeToInt
                       ADD 1 TO WS-CountInt
                       MOVE WS-CountInt TO WS-IntegerResult
                       PERFORM INTEGER-TO-DATE-STRING
                       PERFORM CHECK-CLOSED-DAY
                       IF WS-DayClosed = 'N'
                           ADD 1 TO WS-OpenDays
                       END-IF
                   END-PERFORM
                   CLOSE ClosuresFile
               END-IF
           END-IF.

       DATE-STRING-TO-INTEGER.
           MOVE WS-DateToValidate(1:4) TO WS-Year
           MOVE WS-DateToValidate(6:2) TO WS-Month
           END-IF.

       ASSESS-FINE-FOR-BOOK.
           MOVE ItemType TO WS-PolicyItemType
           MOVE BorrowerName TO WS-PolicyBorrower
           PERFORM GET-LOAN-POLICY

           MOVE DueDate TO WS-DateToValidate
           PERFORM DATE-STRING-TO-INTEGER
           MOVE WS-IntegerResult TO WS-DueInt

           MOVE BranchCode TO WS-CalendarBranch
           MOVE 0 TO WS-PriorFine
           IF FineAssessedThru = SPACES
               MOVE WS-DueInt TO WS-RangeFromInt
               MOVE WS-TodayInt TO WS-RangeToInt
               PERFORM COUNT-OPEN-DAYS
               COMPUTE WS-DaysLate = WS-OpenDays - WS-FineGraceDays
           ELSE
               MOVE FineAssessedThru TO WS-DateToValidate
               PERFORM DATE-STRING-TO-INTEGER
               ELSE
                   MOVE WS-LastAssessedInt TO WS-AssessFromInt
               END-IF
               MOVE WS-AssessFromInt TO WS-RangeFromInt
               MOVE WS-TodayInt TO WS-RangeToInt
               PERFORM COUNT-OPEN-DAYS
               MOVE WS-OpenDays TO WS-DaysLate
               MOVE WS-DueInt TO WS-RangeFromInt
               MOVE WS-LastAssessedInt TO WS-RangeToInt
               PERFORM COUNT-OPEN-DAYS
               COMPUTE WS-PriorDays = WS-OpenDays - WS-FineGraceDays
               IF WS-PriorDays > 0
                   COMPUTE WS-PriorFine = WS-PriorDays * WS-FineRate
               END-IF
           END-IF

           MOVE 0 TO WS-FineAmount
           IF WS-DaysLate > 0
               COMPUTE WS-FineAmount = WS-DaysLate * WS-FineRate
               PERFORM APPLY-MAX-FINE
           END-IF

           IF WS-FineAmount > 0
               MOVE BorrowedBookRecord TO WS-AuditBefore
               MOVE WS-TodayFormatted TO FineAssessedThru
               REWRITE BorrowedBookRecord
               MOVE Fine-BorrowerName TO WS-AuditBorrower
               MOVE FinesRecord TO WS-AuditAfter
               PERFORM WRITE-AUDIT-RECORD

               MOVE BorrowerName TO WS-ChgBorrower
               MOVE BookTitle TO WS-ChgTitle
               MOVE AccessionNumber TO WS-ChgAccession
               MOVE 'OVD' TO WS-ChgType
               MOVE WS-FineAmount TO WS-ChgAmount
               MOVE Fine-Balance TO WS-ChgBalance
               MOVE 0 TO WS-ChgReceipt
               MOVE BranchCode TO WS-ChgBranch
               PERFORM WRITE-CHARGE-LINE
           END-IF.

       APPLY-MAX-FINE.
           IF WS-MaxFinePerItem > 0
               IF WS-PriorFine >= WS-MaxFinePerItem
                   MOVE 0 TO WS-FineAmount
               ELSE
                   IF WS-PriorFine + WS-FineAmount > WS-MaxFinePerItem
                       COMPUTE WS-FineAmount =
                           WS-MaxFinePerItem - WS-PriorFine
                   END-IF
               END-IF
           END-IF.

       DISPLAY-FINES.
                   NOT INVALID KEY
                       MOVE FinesRecord TO WS-AuditBefore
                       IF Fine-Balance > Lost-BilledAmount
                           COMPUTE WS-ChgAmount = 0 - Lost-BilledAmount
                           SUBTRACT Lost-BilledAmount
                               FROM Fine-Balance
                       ELSE
                           COMPUTE WS-ChgAmount = 0 - Fine-Balance
                           MOVE 0 TO Fine-Balance
                       END-IF
                       MOVE WS-TodayFormatted TO Fine-LastUpdated
                                   TO WS-AuditBorrower
                               MOVE FinesRecord TO WS-AuditAfter
                               PERFORM WRITE-AUDIT-RECORD
                               IF WS-ChgAmount NOT = 0
                                   MOVE Fine-BorrowerName
                                       TO WS-ChgBorrower
                                   MOVE Lost-BookTitle TO WS-ChgTitle
                                   MOVE Lost-Accession
                                       TO WS-ChgAccession
                                   MOVE 'REV' TO WS-ChgType
                                   MOVE Fine-Balance TO WS-ChgBalance
                                   MOVE 0 TO WS-ChgReceipt
                                   MOVE WS-ReturnBranch TO WS-ChgBranch
                                   PERFORM WRITE-CHARGE-LINE
                               END-IF
                       END-REWRITE
               END-READ
               CLOSE FinesFile
                                   Resv-BorrowerName
                               MOVE Resv-BorrowerName
                                   TO WS-HoldForBorrower
                               MOVE Resv-Branch TO WS-HoldBranch
                               MOVE ReservationRecord
                                   TO WS-AuditBefore
                               DELETE BookReservations
               OPEN I-O HoldShelfFile
           END-IF

           MOVE ItemType TO WS-PolicyItemType
           MOVE WS-HoldForBorrower TO WS-PolicyBorrower
           PERFORM GET-LOAN-POLICY

           IF WS-HoldBranch = SPACES
               MOVE WS-ReturnBranch TO WS-HoldBranch
           END-IF
           MOVE WS-HoldBranch TO WS-CalendarBranch

           PERFORM GET-TODAY-INTEGER
           COMPUTE WS-IntegerResult =
               WS-TodayInt + WS-HoldShelfDays
           PERFORM ROLL-TO-OPEN-DAY

           MOVE WS-ReserveTitle TO Hold-BookTitle
           MOVE AccessionNumber TO Hold-Accession
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-SearchTitle TO WS-CountTitle
                       PERFORM COUNT-MISSING-COPIES
                       COMPUTE WS-CopiesAvail =
                           Cat-CopiesOwned - WS-TitleCopiesOut
                           - WS-TitleCopiesMissing
                       IF WS-CopiesAvail < 0
                           MOVE 0 TO WS-CopiesAvail
                       END-IF
                       DISPLAY 'Copies owned (catalog): '
                           Cat-CopiesOwned
                       IF WS-TitleCopiesMissing > 0
                           DISPLAY 'Copies marked missing: '
                               WS-TitleCopiesMissing
                       END-IF
                       DISPLAY 'Copies available: ' WS-CopiesAvail
               END-READ
               CLOSE AlbumCatalog
           END-IF.

       COUNT-MISSING-COPIES.
           MOVE 0 TO WS-TitleCopiesMissing
           OPEN INPUT MissingCopiesFile
           IF MissFileStatus = '35'
               CONTINUE
           ELSE
               MOVE WS-CountTitle TO Miss-BookTitle
               MOVE LOW-VALUES TO Miss-Accession
               MOVE SPACES TO MissFileStatus
               START MissingCopiesFile KEY IS NOT LESS THAN Miss-Key
                   INVALID KEY
                       MOVE '10' TO MissFileStatus
               END-START

               PERFORM UNTIL MissFileStatus = '10'
                   READ MissingCopiesFile NEXT INTO MissingRecord
                       AT END
                           MOVE '10' TO MissFileStatus
                       NOT AT END
                           IF Miss-BookTitle NOT = WS-CountTitle
                               MOVE '10' TO MissFileStatus
                           ELSE
                               ADD 1 TO WS-TitleCopiesMissing
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MissingCopiesFile
           END-IF.

       CLEAR-MISSING-MARK.
           OPEN I-O MissingCopiesFile
           IF MissFileStatus = '35'
               CONTINUE
           ELSE
               MOVE BookTitle TO Miss-BookTitle
               MOVE AccessionNumber TO Miss-Accession
               READ MissingCopiesFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MissingRecord TO WS-AuditBefore
                       DELETE MissingCopiesFile RECORD
                           NOT INVALID KEY
                               DISPLAY 'Copy was marked missing; '
                                   'mark cleared.'
                               MOVE 'FOUND' TO WS-AuditFunction
                               MOVE 'missing_copies.dat'
                                   TO WS-AuditFile
                               MOVE Miss-BookTitle TO WS-AuditTitle
                               MOVE SPACES TO WS-AuditBorrower
                               MOVE SPACES TO WS-AuditAfter
                               PERFORM WRITE-AUDIT-RECORD
                       END-DELETE
               END-READ
               CLOSE MissingCopiesFile
           END-IF.

       COUNT-TITLE-COPIES.
           MOVE 0 TO WS-TitleCopiesOut
           MOVE WS-CountTitle TO BookTitle

           MOVE Cat-AlbumName TO WS-CountTitle
           PERFORM COUNT-TITLE-COPIES
           PERFORM COUNT-MISSING-COPIES
           COMPUTE WS-CopiesAvail =
               Cat-CopiesOwned - WS-TitleCopiesOut
               - WS-TitleCopiesMissing
           IF WS-CopiesAvail < 0
               MOVE 0 TO WS-CopiesAvail
           END-IF
           DISPLAY 'Copies owned: ' Cat-CopiesOwned
           DISPLAY 'Copies out: ' WS-TitleCopiesOut
           IF WS-TitleCopiesMissing > 0
               DISPLAY 'Copies marked missing: ' WS-TitleCopiesMissing
           END-IF
           DISPLAY 'Copies available: ' WS-CopiesAvail

           IF WS-CopiesAvail = 0
           END-IF.

       PROCESS-RENEWAL.
           MOVE ItemType TO WS-PolicyItemType
           MOVE BorrowerName TO WS-PolicyBorrower
           PERFORM GET-LOAN-POLICY

           IF RenewalCount >= WS-MaxRenewals
               DISPLAY 'Renewal refused: this item has already been '
                   'renewed ' WS-MaxRenewals ' times.'
           MOVE DueDate TO WS-DateToValidate
           PERFORM DATE-STRING-TO-INTEGER
           ADD WS-DueDateOffsetDays TO WS-IntegerResult
           MOVE BranchCode TO WS-CalendarBranch
           PERFORM ROLL-TO-OPEN-DAY
           MOVE WS-ComputedDate TO DueDate
           ADD 1 TO RenewalCount

           MOVE WS-PayAmount TO Pay-Amount
           MOVE WS-PayReasonCode TO Pay-ReasonCode
           MOVE WS-Operator TO Pay-Operator
           MOVE 0 TO Pay-Commission

           MOVE 0 TO WS-ChgReceipt
           WRITE PaymentRecord
               INVALID KEY
                   DISPLAY 'Error: could not write payment ledger '
                       'record.'
               NOT INVALID KEY
                   MOVE Pay-ReceiptNumber TO WS-ChgReceipt
                   DISPLAY 'Posted. Receipt number: '
                       Pay-ReceiptNumber
                   DISPLAY 'Remaining balance: ' Fine-Balance

           CLOSE PaymentsLedger.

           MOVE WS-PayBorrowerName TO WS-ChgBorrower
           MOVE SPACES TO WS-ChgTitle
           MOVE SPACES TO WS-ChgAccession
           IF WS-PayType = 'W'
               MOVE 'WAV' TO WS-ChgType
           ELSE
               MOVE 'PAY' TO WS-ChgType
           END-IF
           COMPUTE WS-ChgAmount = 0 - WS-PayAmount
           MOVE Fine-Balance TO WS-ChgBalance
           MOVE SPACES TO WS-ChgBranch
           PERFORM WRITE-CHARGE-LINE.

       GET-NEXT-RECEIPT-NUMBER.
           MOVE 0 TO WS-NextReceipt
           MOVE SPACES TO PayFileStatus

           CLOSE AuditLogFile.

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
           END-IF

           CLOSE ChargesFile.

       BROWSE-AUDIT.
           OPEN INPUT AuditLogFile
           IF AuditFileStatus = '35'
                       DISPLAY 'Error: ' WS-ValidateName
                           ' is not a registered member.'
                   NOT INVALID KEY
                       EVALUATE Memb-Status
                           WHEN 'S'
                               DISPLAY 'Error: member ' Memb-Number
                                   ' is suspended.'
                           WHEN 'C'
                               DISPLAY 'Error: member ' Memb-Number
                                   ' is closed.'
                           WHEN OTHER
                               MOVE 'Y' TO WS-MemberOK
                       END-EVALUATE
               END-READ
               IF WS-MemberOK = 'Y' AND WS-CheckItemLimit = 'Y'
                   MOVE Memb-ItemLimit TO WS-MemberLimit
           ACCEPT Memb-ItemLimit
           DISPLAY 'Enter home branch code: '
           ACCEPT Memb-Branch
           DISPLAY 'Enter member class (A = adult, C = child, '
               'S = staff, I = institutional): '
           ACCEPT New-MembClass
           MOVE FUNCTION UPPER-CASE(New-MembClass) TO New-MembClass
           IF New-MembClass = 'A' OR New-MembClass = 'C' OR
              New-MembClass = 'S' OR New-MembClass = 'I'
               MOVE New-MembClass TO Memb-Class
           ELSE
               IF New-MembClass NOT = SPACE
                   DISPLAY 'Invalid member class. Recorded as adult.'
               END-IF
               MOVE 'A' TO Memb-Class
           END-IF
           MOVE 'A' TO Memb-Status
           MOVE SPACE TO Memb-CollStatus
           MOVE SPACES TO Memb-ReferredDate
           MOVE 0 TO Memb-ReferredAmount
           MOVE 0 TO Memb-MergedInto

           WRITE MemberRecord
               INVALID KEY
                   INVALID KEY
                       DISPLAY 'Member not found.'
                   NOT INVALID KEY
                       IF Memb-Status = 'C'
                           DISPLAY 'Refused: this member was closed '
                               'by a merge. Use the member '
                               'rename/merge program.'
                       ELSE
                           PERFORM CHANGE-MEMBER-DETAILS
                       END-IF
               END-READ
               CLOSE BorrowersFile
           END-IF.

       CHANGE-MEMBER-DETAILS.
           MOVE MemberRecord TO WS-AuditBefore
           DISPLAY 'Current details:'
           DISPLAY 'Name: ' Memb-Name
           DISPLAY 'Phone: ' Memb-Phone
           DISPLAY 'Address: ' Memb-Address
           DISPLAY 'Status: ' Memb-Status
           DISPLAY 'Item limit: ' Memb-ItemLimit
           DISPLAY 'Home branch: ' Memb-Branch
           DISPLAY 'Member class: ' Memb-Class
           IF Memb-CollStatus = 'R'
               DISPLAY 'Referred for collection: '
                   Memb-ReferredDate
           END-IF
           DISPLAY '==================================='
           DISPLAY 'INSTRUCTION: leave [blank] to keep '
               'current.'
           DISPLAY '==================================='
           DISPLAY 'Name changes are made with the '
               'member rename/merge program.'
           DISPLAY 'Enter new phone number: '
           ACCEPT New-MembPhone
           IF New-MembPhone NOT = SPACE
               MOVE New-MembPhone TO Memb-Phone
           END-IF
           DISPLAY 'Enter new address: '
           ACCEPT New-MembAddress
           IF New-MembAddress NOT = SPACE
               MOVE New-MembAddress TO Memb-Address
           END-IF
           DISPLAY 'Enter new item limit: '
           ACCEPT New-MembLimit
           IF New-MembLimit NOT = SPACE
               IF New-MembLimit(2:1) = SPACE
                   MOVE New-MembLimit(1:1)
                       TO New-MembLimit(2:1)
                   MOVE '0' TO New-MembLimit(1:1)
               END-IF
               INSPECT New-MembLimit REPLACING LEADING
                   SPACE BY ZERO
               IF New-MembLimit NUMERIC
                   MOVE New-MembLimit TO Memb-ItemLimit
               ELSE
                   DISPLAY 'Invalid item limit. Keeping '
                       'current value.'
               END-IF
           END-IF
           DISPLAY 'Enter new home branch: '
           ACCEPT New-MembBranch
           IF New-MembBranch NOT = SPACE
               MOVE New-MembBranch TO Memb-Branch
           END-IF
           DISPLAY 'Enter new member class (A, C, S '
               'or I): '
           ACCEPT New-MembClass
           MOVE FUNCTION UPPER-CASE(New-MembClass)
               TO New-MembClass
           IF New-MembClass = 'A' OR New-MembClass = 'C' OR
              New-MembClass = 'S' OR New-MembClass = 'I'
               MOVE New-MembClass TO Memb-Class
           ELSE
               IF New-MembClass NOT = SPACE
                   DISPLAY 'Invalid member class. Keeping '
                       'current value.'
               END-IF
           END-IF
           REWRITE MemberRecord
               INVALID KEY
                   DISPLAY 'Error updating member record.'
               NOT INVALID KEY
                   DISPLAY 'Member updated successfully.'
                   MOVE 'UPDATE' TO WS-AuditFunction
                   MOVE 'borrowers.dat' TO WS-AuditFile
                   MOVE SPACES TO WS-AuditTitle
                   MOVE Memb-Name TO WS-AuditBorrower
                   MOVE MemberRecord TO WS-AuditAfter
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       SUSPEND-MEMBER.
           IF WS-OperLevel < WS-SupervisorLevel
               DISPLAY 'Refused: member status changes require '
                   NOT INVALID KEY
                       DISPLAY 'Member: ' Memb-Name
                       DISPLAY 'Current status: ' Memb-Status
                       IF Memb-Status = 'C'
                           DISPLAY 'Refused: this member was closed '
                               'by a merge. Use the member '
                               'rename/merge program.'
                       ELSE
                           PERFORM CHANGE-MEMBER-STATUS
                       END-IF
               END-READ
               CLOSE BorrowersFile
           END-IF.

       CHANGE-MEMBER-STATUS.
           DISPLAY 'Enter new status (A = active, '
               'S = suspended): '
           ACCEPT New-MembStatus
           IF New-MembStatus = 'A' OR New-MembStatus = 'S'
               MOVE MemberRecord TO WS-AuditBefore
               MOVE New-MembStatus TO Memb-Status
               REWRITE MemberRecord
                   INVALID KEY
                       DISPLAY 'Error updating member record.'
                   NOT INVALID KEY
                       DISPLAY 'Member status updated.'
                       MOVE 'STATUS' TO WS-AuditFunction
                       MOVE 'borrowers.dat' TO WS-AuditFile
                       MOVE SPACES TO WS-AuditTitle
                       MOVE Memb-Name TO WS-AuditBorrower
                       MOVE MemberRecord TO WS-AuditAfter
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           ELSE
               DISPLAY 'Invalid status. No change made.'
           END-IF.

       END PROGRAM BorrowedBooks.
       

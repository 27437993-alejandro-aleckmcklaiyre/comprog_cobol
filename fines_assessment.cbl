               RECORD KEY IS Audit-Key
               FILE STATUS IS AuditFileStatus.

           SELECT BorrowersFile ASSIGN TO 'borrowers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Memb-Number
               ALTERNATE RECORD KEY IS Memb-Name
               FILE STATUS IS MembFileStatus.

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

       DATA DIVISION.
       FILE SECTION.
       FD  BorrowedBooksFile.
           05  Audit-Before          PIC X(200).
           05  Audit-After           PIC X(200).

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

       WORKING-STORAGE SECTION.
       01  FileStatus           PIC X(2).
       01  FinesFileStatus      PIC X(2).
       01  AuditFileStatus      PIC X(2).
       01  MembFileStatus       PIC X(2).
       01  PolicyFileStatus     PIC X(2).
       01  ClosFileStatus       PIC X(2).

       01  WS-Operator          PIC X(10) VALUE 'NIGHTLY'.
       01  WS-AuditFunction     PIC X(10).
       01  WS-LastAssessedInt   PIC 9(8).
       01  WS-AssessFromInt     PIC 9(8).
       01  WS-AssessedCount     PIC 9(5) VALUE 0.
       01  WS-MaxFinePerItem    PIC 9(5)V99 VALUE 0.
       01  WS-PriorDays         PIC S9(5).
       01  WS-PriorFine         PIC 9(7)V99.

       01  WS-PolicyItemType    PIC X(5).
       01  WS-PolicyBorrower    PIC X(30).
       01  WS-PolicyClass       PIC X.
       01  WS-StdFineRate       PIC 9(3)V99 VALUE 0.25.
       01  WS-StdGraceDays      PIC 9(3) VALUE 0.
       01  WS-StdMaxFine        PIC 9(5)V99 VALUE 0.

       01  WS-BranchCount       PIC 9(2) VALUE 0.
       01  WS-BranchWork        PIC X(3).
       01  WS-Day                PIC 9(2).
       01  WS-NumericDate        PIC 9(8).
       01  WS-IntegerResult      PIC 9(8).
       01  WS-ComputedDate       PIC X(10).
       01  WS-ComputedYYYYMMDD   PIC 9(8).

       01  WS-CalendarBranch     PIC X(3).
       01  WS-DayClosed          PIC X VALUE 'N'.
       01  WS-RangeFromInt       PIC 9(8).
       01  WS-RangeToInt         PIC 9(8).
       01  WS-CountInt           PIC 9(8).
       01  WS-OpenDays           PIC S9(5).

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

           GOBACK.

       ASSESS-FINE-FOR-BOOK.
           MOVE ItemType TO WS-PolicyItemType
           MOVE BorrowerName TO WS-PolicyBorrower
           PERFORM GET-LOAN-POLICY

           MOVE DueDate TO WS-DateToConvert
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
               MOVE FineAssessedThru TO WS-DateToConvert
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
               ADD 1 TO WS-AssessedCount
               MOVE BranchCode TO WS-BranchWork
               PERFORM TALLY-BRANCH
               MOVE BorrowedBookRecord TO WS-AuditBefore
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

           MOVE WS-StdFineRate TO WS-FineRate
           MOVE WS-StdGraceDays TO WS-FineGraceDays
           MOVE WS-StdMaxFine TO WS-MaxFinePerItem

           OPEN INPUT LoanPolicyFile
           IF PolicyFileStatus NOT = '35'
               MOVE WS-PolicyItemType TO Pol-ItemType
               MOVE WS-PolicyClass TO Pol-MemberClass
               READ LoanPolicyFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Pol-DailyFine TO WS-FineRate
                       MOVE Pol-GraceDays TO WS-FineGraceDays
                       MOVE Pol-MaxFine TO WS-MaxFinePerItem
               END-READ
               CLOSE LoanPolicyFile
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

       TALLY-BRANCH.
           COMPUTE WS-IntegerResult =
               FUNCTION INTEGER-OF-DATE(WS-NumericDate).

       INTEGER-TO-DATE-STRING.
           COMPUTE WS-ComputedYYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-IntegerResult)
           MOVE WS-ComputedYYYYMMDD TO WS-NumericDate
           STRING WS-NumericDate(1:4) '-' WS-NumericDate(5:2) '-'
               WS-NumericDate(7:2) DELIMITED BY SIZE
               INTO WS-ComputedDate.

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

       WRITE-AUDIT-RECORD.
           OPEN I-O AuditLogFile
           IF AuditFileStatus = '35'

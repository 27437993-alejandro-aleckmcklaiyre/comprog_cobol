               RECORD KEY IS Audit-Key
               FILE STATUS IS AuditFileStatus.

           SELECT AlbumCatalog ASSIGN TO 'albums.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cat-AlbumName
               ALTERNATE RECORD KEY IS Cat-ArtistName
                   WITH DUPLICATES
               FILE STATUS IS AlbumCatalogStatus.

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

           SELECT ReturnedBooksHistory ASSIGN TO 'returned_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hist-Key
               FILE STATUS IS HistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  HoldShelfFile.
           05  Audit-Before          PIC X(200).
           05  Audit-After           PIC X(200).

       FD  AlbumCatalog.
       01  CatalogAlbumRecord.
           05  Cat-AlbumName         PIC X(50).
           05  Cat-ArtistName        PIC X(50).
           05  Cat-ReleaseYear       PIC 9(4).
           05  Cat-CopiesOwned       PIC 9(3).
           05  Cat-ReplacementCost   PIC 9(5)V99.
           05  Cat-Branch            PIC X(3).
           05  Cat-TransitTo         PIC X(3).

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

       WORKING-STORAGE SECTION.
       01  HoldFileStatus        PIC X(2).
       01  ResvFileStatus        PIC X(2).
       01  AuditFileStatus       PIC X(2).
       01  AlbumCatalogStatus    PIC X(2).
       01  MembFileStatus        PIC X(2).
       01  PolicyFileStatus      PIC X(2).
       01  ClosFileStatus        PIC X(2).
       01  HistFileStatus        PIC X(2).

       01  WS-Operator           PIC X(10).
       01  WS-AuditFunction      PIC X(10).
       01  WS-NextBorrower       PIC X(30).
       01  WS-RollFound          PIC X VALUE 'N'.

       01  WS-PolicyItemType     PIC X(5).
       01  WS-PolicyBorrower     PIC X(30).
       01  WS-PolicyClass        PIC X.
       01  WS-StdHoldShelfDays   PIC 9(3) VALUE 7.

       01  WS-HoldBranch         PIC X(3).
       01  WS-CalendarBranch     PIC X(3).
       01  WS-DayClosed          PIC X VALUE 'N'.
       01  WS-RollDays           PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
                                   MOVE 'Y' TO WS-RollFound
                                   MOVE Resv-BorrowerName
                                       TO WS-NextBorrower
                                   MOVE Resv-Branch TO WS-HoldBranch
                                   MOVE ReservationRecord
                                       TO WS-AuditBefore
                                   DELETE BookReservations
           END-IF

           IF WS-RollFound = 'Y'
               IF WS-HoldBranch = SPACES
                   PERFORM GET-RETURN-BRANCH
               END-IF
               PERFORM CREATE-ROLLED-HOLD
           END-IF.

       CREATE-ROLLED-HOLD.
           PERFORM GET-HELD-ITEM-TYPE
           MOVE WS-NextBorrower TO WS-PolicyBorrower
           PERFORM GET-LOAN-POLICY

           MOVE WS-HoldBranch TO WS-CalendarBranch
           COMPUTE WS-IntegerResult =
               WS-TodayInt + WS-HoldShelfDays
           PERFORM ROLL-TO-OPEN-DAY

           MOVE WS-HeldTitle TO Hold-BookTitle
           MOVE WS-HeldAccession TO Hold-Accession
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

       GET-RETURN-BRANCH.
           OPEN INPUT ReturnedBooksHistory
           IF HistFileStatus NOT = '35'
               MOVE WS-HeldTitle TO Hist-BookTitle
               MOVE WS-HeldAccession TO Hist-Accession
               MOVE LOW-VALUES TO Hist-ReturnDate
               START ReturnedBooksHistory KEY IS NOT LESS THAN Hist-Key
                   INVALID KEY
                       MOVE '10' TO HistFileStatus
                   NOT INVALID KEY
                       MOVE SPACES TO HistFileStatus
               END-START
               PERFORM UNTIL HistFileStatus = '10'
                   READ ReturnedBooksHistory NEXT
                       AT END
                           MOVE '10' TO HistFileStatus
                       NOT AT END
                           IF Hist-BookTitle = WS-HeldTitle AND
                              Hist-Accession = WS-HeldAccession
                               MOVE Hist-Branch TO WS-HoldBranch
                           ELSE
                               MOVE '10' TO HistFileStatus
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReturnedBooksHistory
           END-IF.

       GET-HELD-ITEM-TYPE.
           MOVE 'BOOK' TO WS-PolicyItemType
           OPEN INPUT AlbumCatalog
           IF AlbumCatalogStatus NOT = '35'
               MOVE WS-HeldTitle TO Cat-AlbumName
               READ AlbumCatalog
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ALBUM' TO WS-PolicyItemType
               END-READ
               CLOSE AlbumCatalog
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

           MOVE WS-StdHoldShelfDays TO WS-HoldShelfDays

           OPEN INPUT LoanPolicyFile
           IF PolicyFileStatus NOT = '35'
               MOVE WS-PolicyItemType TO Pol-ItemType
               MOVE WS-PolicyClass TO Pol-MemberClass
               READ LoanPolicyFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Pol-HoldShelfDays TO WS-HoldShelfDays
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

       INTEGER-TO-DATE-STRING.
           COMPUTE WS-ComputedYYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-IntegerResult)

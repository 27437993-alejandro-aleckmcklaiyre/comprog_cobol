       IDENTIFICATION DIVISION.
       PROGRAM-ID. Acquisitions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrdersFile ASSIGN TO 'orders.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ord-Number
               FILE STATUS IS OrdFileStatus.

           SELECT AlbumCatalog ASSIGN TO 'albums.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cat-AlbumName
               ALTERNATE RECORD KEY IS Cat-ArtistName
                   WITH DUPLICATES
               FILE STATUS IS AlbumCatalogStatus.

           SELECT BookReservations ASSIGN TO 'book_reservations.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Resv-Key
               FILE STATUS IS ResvFileStatus.

           SELECT LostItemsFile ASSIGN TO 'lost_items.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lost-Key
               FILE STATUS IS LostFileStatus.

           SELECT AuditLogFile ASSIGN TO 'audit_log.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Audit-Key
               FILE STATUS IS AuditFileStatus.

           SELECT OperatorFile ASSIGN TO 'operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS OperFileStatus.

           SELECT SuggestionReport ASSIGN TO 'purchase_suggestions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT OpenOrderReport ASSIGN TO 'open_orders_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  OrdersFile.
       01  OrderRecord.
           05  Ord-Number            PIC 9(6).
           05  Ord-Vendor            PIC X(30).
           05  Ord-BookTitle         PIC X(50).
           05  Ord-Quantity          PIC 9(3).
           05  Ord-UnitCost          PIC 9(5)V99.
           05  Ord-Branch            PIC X(3).
           05  Ord-OrderDate         PIC X(10).
           05  Ord-Status            PIC X.
           05  Ord-QtyReceived       PIC 9(3).
           05  Ord-LastReceived      PIC X(10).
           05  Ord-ReplacesAccession PIC X(8).
           05  Ord-Operator          PIC X(10).

       FD  AlbumCatalog.
       01  CatalogAlbumRecord.
           05  Cat-AlbumName         PIC X(50).
           05  Cat-ArtistName        PIC X(50).
           05  Cat-ReleaseYear       PIC 9(4).
           05  Cat-CopiesOwned       PIC 9(3).
           05  Cat-ReplacementCost   PIC 9(5)V99.
           05  Cat-Branch            PIC X(3).
           05  Cat-TransitTo         PIC X(3).

       FD  BookReservations.
       01  ReservationRecord.
           05  Resv-Key.
               10  Resv-BookTitle    PIC X(50).
               10  Resv-Timestamp    PIC X(21).
           05  Resv-BorrowerName     PIC X(30).
           05  Resv-Branch           PIC X(3).

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

       FD  OperatorFile.
       01  OperatorRecord.
           05  Oper-ID               PIC X(10).
           05  Oper-Password         PIC X(10).
           05  Oper-Name             PIC X(30).
           05  Oper-Level            PIC 9.

       FD  SuggestionReport.
       01  SuggestLine               PIC X(90).

       FD  OpenOrderReport.
       01  OpenOrderLine             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-Choice             PIC 9 VALUE 0.
       01  WS-Continue           PIC X VALUE 'Y'.
       01  OrdFileStatus         PIC X(2).
       01  AlbumCatalogStatus    PIC X(2).
       01  ResvFileStatus        PIC X(2).
       01  LostFileStatus        PIC X(2).
       01  AuditFileStatus       PIC X(2).
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
       01  WS-RefusedAction      PIC X(10).

       01  WS-TodayDate.
           05  WS-TodayYYYYMMDD  PIC 9(8).
           05  FILLER            PIC X(14).
       01  WS-TodayInt           PIC 9(8).
       01  WS-TodayFormatted     PIC X(10).

       01  WS-DateToValidate     PIC X(10).
       01  WS-Year               PIC 9(4).
       01  WS-Month              PIC 9(2).
       01  WS-Day                PIC 9(2).
       01  WS-DaysInMonth        PIC 9(2).
       01  WS-LeapYear           PIC X VALUE 'N'.
       01  InvalidDate           PIC X VALUE 'N'.
       01  WS-NumericDate        PIC 9(8).
       01  WS-IntegerResult      PIC 9(8).

       01  WS-EntryValue         PIC X(10).
       01  WS-EntryOK            PIC X VALUE 'N'.
       01  WS-ConfirmReply       PIC X.
       01  WS-NextOrder          PIC 9(6).
       01  WS-OrderSearch        PIC 9(6).
       01  WS-Outstanding        PIC 9(3).
       01  WS-ReceiveQty         PIC 9(3).
       01  WS-NewCopies          PIC 9(4).
       01  WS-NewArtist          PIC X(50).
       01  WS-SaveOrder          PIC X(200).
       01  WS-ShowCost           PIC Z,ZZ9.99.

       01  WS-QueueThreshold     PIC 9(2)V9.
       01  WS-ShowThreshold      PIC Z9.9.
       01  WS-QueueTitle         PIC X(50).
       01  WS-QueueCount         PIC 9(4).
       01  WS-QueuePerCopy       PIC 9(4)V9.
       01  WS-OwnedCopies        PIC 9(3).
       01  WS-TitleBranch        PIC X(3).
       01  WS-OnOrder            PIC 9(4).
       01  WS-TargetCopies       PIC 9(4).
       01  WS-SuggestQty         PIC S9(4).
       01  WS-SuggestCount       PIC 9(5) VALUE 0.
       01  WS-SuggestTotal       PIC 9(6) VALUE 0.
       01  WS-LostCount          PIC 9(5) VALUE 0.
       01  WS-LostOrdered        PIC 9(5) VALUE 0.
       01  WS-LookupTitle        PIC X(50).
       01  WS-LookupAccession    PIC X(8).
       01  WS-Replaced           PIC X VALUE 'N'.

       01  WS-OrderTableCount    PIC 9(4) VALUE 0.
       01  WS-OrdersSkipped      PIC 9(5) VALUE 0.
       01  OrderTable.
           05  OrderEntry OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-OrderTableCount.
               10  OT-Title      PIC X(50).
               10  OT-Replaces   PIC X(8).
               10  OT-Status     PIC X.
               10  OT-Outstanding PIC 9(3).
       01  WS-TableIdx           PIC 9(4).

       01  WS-AgeLimit           PIC 9(4).
       01  WS-ShowAgeLimit       PIC ZZZ9.
       01  WS-OrderAge           PIC S9(6).
       01  WS-OrderInt           PIC 9(8).
       01  WS-OldOrderCount      PIC 9(5) VALUE 0.
       01  WS-OldOrderValue      PIC 9(9)V99 VALUE 0.
       01  WS-LineValue          PIC 9(9)V99.

       01  WS-PageCount          PIC 9(3) VALUE 0.
       01  WS-LineCount          PIC 9(2) VALUE 0.
       01  WS-LinesPerPage       PIC 9(2) VALUE 55.
       01  WS-PrintWork          PIC X(100).
       01  WS-BannerText         PIC X(90).
       01  WS-ReportType         PIC X.

       01  WS-SuggestHeading.
           05  FILLER            PIC X(30)
               VALUE 'LIBRARY PURCHASE SUGGESTIONS'.
           05  FILLER            PIC X(14) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  SHead-RunDate     PIC X(10).
           05  FILLER            PIC X(13) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE 'PAGE '.
           05  SHead-PageNo      PIC ZZ9.

       01  WS-OpenHeading.
           05  FILLER            PIC X(30)
               VALUE 'LIBRARY OPEN ORDERS OVERDUE'.
           05  FILLER            PIC X(14) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  OHead-RunDate     PIC X(10).
           05  FILLER            PIC X(13) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE 'PAGE '.
           05  OHead-PageNo      PIC ZZ9.

       01  WS-QueueColumns.
           05  FILLER            PIC X(38) VALUE 'TITLE'.
           05  FILLER            PIC X(8) VALUE 'BRANCH'.
           05  FILLER            PIC X(7) VALUE '  QUEUE'.
           05  FILLER            PIC X(7) VALUE '  OWNED'.
           05  FILLER            PIC X(10) VALUE '  PER COPY'.
           05  FILLER            PIC X(10) VALUE '  ON ORDER'.
           05  FILLER            PIC X(9) VALUE '  SUGGEST'.

       01  WS-QueueLine.
           05  QL-Title          PIC X(36).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  QL-Branch         PIC X(3).
           05  FILLER            PIC X(5) VALUE SPACES.
           05  QL-Queue          PIC Z,ZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  QL-Owned          PIC ZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  QL-PerCopy        PIC ZZZ9.9.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  QL-OnOrder        PIC Z,ZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  QL-Suggest        PIC Z,ZZ9.

       01  WS-LostColumns.
           05  FILLER            PIC X(38) VALUE 'TITLE'.
           05  FILLER            PIC X(10) VALUE 'ACCESSION'.
           05  FILLER            PIC X(12) VALUE 'BILLED'.
           05  FILLER            PIC X(30) VALUE 'LAST BORROWER'.

       01  WS-LostLine.
           05  LL-Title          PIC X(36).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LL-Accession      PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LL-BilledDate     PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  LL-Borrower       PIC X(30).

       01  WS-OrderColumns.
           05  FILLER            PIC X(8) VALUE 'ORDER'.
           05  FILLER            PIC X(22) VALUE 'VENDOR'.
           05  FILLER            PIC X(32) VALUE 'TITLE'.
           05  FILLER            PIC X(5) VALUE 'BR'.
           05  FILLER            PIC X(12) VALUE 'ORDERED'.
           05  FILLER            PIC X(5) VALUE ' DAYS'.
           05  FILLER            PIC X(4) VALUE ' ST'.
           05  FILLER            PIC X(13) VALUE '  OUTSTANDING'.

       01  WS-OrderLine.
           05  OL-Number         PIC 9(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OL-Vendor         PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OL-Title          PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OL-Branch         PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OL-OrderDate      PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OL-Days           PIC ZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  OL-Status         PIC X.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  OL-Outstanding    PIC ZZ9.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  OL-Value          PIC ZZZ,ZZ9.99.

       01  WS-CountLine.
           05  CL-Label          PIC X(38).
           05  CL-Count          PIC Z,ZZZ,ZZ9.
       01  WS-AmountLine.
           05  AL-Label          PIC X(38).
           05  AL-Amount         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM GET-TODAY-INTEGER
           PERFORM OPERATOR-SIGNON

           IF WS-SignonOK NOT = 'Y'
               DISPLAY 'Sign-on failed. Exiting.'
           ELSE
               PERFORM UNTIL WS-Continue = 'N'
                   DISPLAY '=============================='
                   DISPLAY '      ACQUISITIONS MENU       '
                   DISPLAY '=============================='
                   DISPLAY '1. Purchase suggestions report'
                   DISPLAY '2. Place an order'
                   DISPLAY '3. Receive against an order'
                   DISPLAY '4. Cancel an order'
                   DISPLAY '5. Look up an order'
                   DISPLAY '6. Open orders older than N days report'
                   DISPLAY '7. Exit'
                   DISPLAY '=============================='
                   DISPLAY 'Enter your choice: '
                   ACCEPT WS-Choice

                   EVALUATE WS-Choice
                       WHEN 1
                           PERFORM PURCHASE-SUGGESTIONS
                       WHEN 2
                           PERFORM PLACE-ORDER
                       WHEN 3
                           PERFORM RECEIVE-ORDER
                       WHEN 4
                           PERFORM CANCEL-ORDER
                       WHEN 5
                           PERFORM LOOK-UP-ORDER
                       WHEN 6
                           PERFORM OPEN-ORDERS-REPORT
                       WHEN 7
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
                   IF Oper-Password = WS-SignonPW
                       MOVE 'Y' TO WS-SignonOK
                       MOVE Oper-ID TO WS-Operator
                       MOVE Oper-Level TO WS-OperLevel
                       DISPLAY 'Signed on: ' Oper-Name
                   ELSE
                       PERFORM REJECT-SIGNON
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

       LOG-REFUSED-ACTION.
           MOVE 'REFUSED' TO WS-AuditFunction
           MOVE 'operators.dat' TO WS-AuditFile
           MOVE SPACES TO WS-AuditTitle
           MOVE SPACES TO WS-AuditBorrower
           MOVE SPACES TO WS-AuditBefore
           STRING 'ACTION REFUSED, LEVEL ' WS-OperLevel ': '
               WS-RefusedAction DELIMITED BY SIZE
               INTO WS-AuditBefore
           MOVE SPACES TO WS-AuditAfter
           PERFORM WRITE-AUDIT-RECORD.

       PURCHASE-SUGGESTIONS.
           DISPLAY 'Suggest a purchase when reservations per owned '
               'copy exceed (blank for 2.0): '
           ACCEPT WS-EntryValue
           IF WS-EntryValue = SPACES
               MOVE 2 TO WS-QueueThreshold
           ELSE
               COMPUTE WS-QueueThreshold =
                   FUNCTION NUMVAL(WS-EntryValue)
           END-IF
           IF WS-QueueThreshold = 0
               MOVE 2 TO WS-QueueThreshold
           END-IF

           PERFORM LOAD-ORDER-TABLE

           MOVE 0 TO WS-PageCount
           MOVE 0 TO WS-SuggestCount
           MOVE 0 TO WS-SuggestTotal
           MOVE 0 TO WS-LostCount
           MOVE 0 TO WS-LostOrdered
           MOVE 'S' TO WS-ReportType
           MOVE WS-TodayFormatted TO SHead-RunDate
           OPEN OUTPUT SuggestionReport
           IF ReportFileStatus NOT = '00'
               DISPLAY 'Error: could not open report file. Status: '
                   ReportFileStatus
           ELSE
               PERFORM WRITE-PAGE-HEADING
               OPEN INPUT AlbumCatalog
               PERFORM REPORT-RESERVATION-QUEUES
               IF AlbumCatalogStatus NOT = '35'
                   CLOSE AlbumCatalog
               END-IF
               PERFORM REPORT-UNREPLACED-LOST

               MOVE 'SUMMARY' TO WS-BannerText
               PERFORM WRITE-SECTION-BANNER
               MOVE 'TITLES WITH LONG RESERVATION QUEUES' TO CL-Label
               MOVE WS-SuggestCount TO CL-Count
               PERFORM WRITE-COUNT-LINE
               MOVE 'COPIES SUGGESTED FOR QUEUES' TO CL-Label
               MOVE WS-SuggestTotal TO CL-Count
               PERFORM WRITE-COUNT-LINE
               MOVE 'LOST ITEMS NOT YET REPLACED' TO CL-Label
               MOVE WS-LostCount TO CL-Count
               PERFORM WRITE-COUNT-LINE
               MOVE 'LOST ITEMS WITH A REPLACEMENT ORDER' TO CL-Label
               MOVE WS-LostOrdered TO CL-Count
               PERFORM WRITE-COUNT-LINE
               IF WS-OrdersSkipped > 0
                   MOVE SPACES TO WS-PrintWork
                   STRING 'WARNING: ' WS-OrdersSkipped ' ORDER(S) '
                       'EXCEEDED THE 2000-ORDER LIMIT.'
                       DELIMITED BY SIZE INTO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
               END-IF

               MOVE SPACES TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               MOVE '*** END OF REPORT ***' TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               CLOSE SuggestionReport
               DISPLAY 'Purchase suggestions written to '
                   'purchase_suggestions.txt'
           END-IF.

       LOAD-ORDER-TABLE.
           MOVE 0 TO WS-OrderTableCount
           MOVE 0 TO WS-OrdersSkipped
           OPEN INPUT OrdersFile
           IF OrdFileStatus = '35'
               CONTINUE
           ELSE
               MOVE SPACES TO OrdFileStatus
               PERFORM UNTIL OrdFileStatus = '10'
                   READ OrdersFile NEXT INTO OrderRecord
                       AT END
                           MOVE '10' TO OrdFileStatus
                       NOT AT END
                           IF Ord-Status NOT = 'C'
                               PERFORM LOAD-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrdersFile
           END-IF.

       LOAD-ONE-ORDER.
           IF WS-OrderTableCount < 2000
               ADD 1 TO WS-OrderTableCount
               MOVE Ord-BookTitle TO OT-Title(WS-OrderTableCount)
               MOVE Ord-ReplacesAccession
                   TO OT-Replaces(WS-OrderTableCount)
               MOVE Ord-Status TO OT-Status(WS-OrderTableCount)
               IF Ord-Status = 'O' OR Ord-Status = 'P'
                   COMPUTE OT-Outstanding(WS-OrderTableCount) =
                       Ord-Quantity - Ord-QtyReceived
               ELSE
                   MOVE 0 TO OT-Outstanding(WS-OrderTableCount)
               END-IF
           ELSE
               ADD 1 TO WS-OrdersSkipped
           END-IF.

       REPORT-RESERVATION-QUEUES.
           MOVE WS-QueueThreshold TO WS-ShowThreshold
           MOVE SPACES TO WS-BannerText
           STRING 'RESERVATION QUEUES - MORE THAN ' WS-ShowThreshold
               ' PER OWNED COPY'
               DELIMITED BY SIZE INTO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           MOVE WS-QueueColumns TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT BookReservations
           IF ResvFileStatus = '35'
               MOVE 'No reservations on file.' TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-QueueTitle
               MOVE 0 TO WS-QueueCount
               MOVE SPACES TO ResvFileStatus
               PERFORM UNTIL ResvFileStatus = '10'
                   READ BookReservations NEXT INTO ReservationRecord
                       AT END
                           MOVE '10' TO ResvFileStatus
                       NOT AT END
                           IF Resv-BookTitle NOT = WS-QueueTitle
                               IF WS-QueueCount > 0
                                   PERFORM ASSESS-QUEUE
                               END-IF
                               MOVE Resv-BookTitle TO WS-QueueTitle
                               MOVE 0 TO WS-QueueCount
                           END-IF
                           ADD 1 TO WS-QueueCount
                   END-READ
               END-PERFORM
               IF WS-QueueCount > 0
                   PERFORM ASSESS-QUEUE
               END-IF
               CLOSE BookReservations
           END-IF

           IF WS-SuggestCount = 0
               MOVE 'None.' TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF.

       ASSESS-QUEUE.
           MOVE 0 TO WS-OwnedCopies
           MOVE SPACES TO WS-TitleBranch
           IF AlbumCatalogStatus NOT = '35'
               MOVE WS-QueueTitle TO Cat-AlbumName
               READ AlbumCatalog
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Cat-CopiesOwned TO WS-OwnedCopies
                       MOVE Cat-Branch TO WS-TitleBranch
               END-READ
           END-IF

           IF WS-OwnedCopies = 0
               MOVE 999.9 TO WS-QueuePerCopy
           ELSE
               COMPUTE WS-QueuePerCopy =
                   WS-QueueCount / WS-OwnedCopies
           END-IF

           IF WS-QueuePerCopy > WS-QueueThreshold
               MOVE WS-QueueTitle TO WS-LookupTitle
               PERFORM SUM-TITLE-ON-ORDER
               COMPUTE WS-TargetCopies =
                   WS-QueueCount / WS-QueueThreshold
               IF WS-TargetCopies * WS-QueueThreshold < WS-QueueCount
                   ADD 1 TO WS-TargetCopies
               END-IF
               COMPUTE WS-SuggestQty =
                   WS-TargetCopies - WS-OwnedCopies - WS-OnOrder
               IF WS-SuggestQty < 0
                   MOVE 0 TO WS-SuggestQty
               END-IF
               ADD 1 TO WS-SuggestCount
               ADD WS-SuggestQty TO WS-SuggestTotal

               MOVE WS-QueueTitle TO QL-Title
               MOVE WS-TitleBranch TO QL-Branch
               MOVE WS-QueueCount TO QL-Queue
               MOVE WS-OwnedCopies TO QL-Owned
               MOVE WS-QueuePerCopy TO QL-PerCopy
               MOVE WS-OnOrder TO QL-OnOrder
               MOVE WS-SuggestQty TO QL-Suggest
               MOVE WS-QueueLine TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SUM-TITLE-ON-ORDER.
           MOVE 0 TO WS-OnOrder
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-OrderTableCount
               IF OT-Title(WS-TableIdx) = WS-LookupTitle
                   ADD OT-Outstanding(WS-TableIdx) TO WS-OnOrder
               END-IF
           END-PERFORM.

       REPORT-UNREPLACED-LOST.
           MOVE 'LOST ITEMS NOT YET REPLACED' TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           MOVE WS-LostColumns TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT LostItemsFile
           IF LostFileStatus = '35'
               MOVE 'No lost items on file.' TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO LostFileStatus
               PERFORM UNTIL LostFileStatus = '10'
                   READ LostItemsFile NEXT INTO LostItemRecord
                       AT END
                           MOVE '10' TO LostFileStatus
                       NOT AT END
                           PERFORM CHECK-LOST-REPLACED
                   END-READ
               END-PERFORM
               CLOSE LostItemsFile
               IF WS-LostCount = 0
                   MOVE 'None.' TO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       CHECK-LOST-REPLACED.
           MOVE Lost-BookTitle TO WS-LookupTitle
           MOVE Lost-Accession TO WS-LookupAccession
           MOVE 'N' TO WS-Replaced
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-OrderTableCount
                      OR WS-Replaced = 'Y'
               IF OT-Title(WS-TableIdx) = WS-LookupTitle
                  AND OT-Replaces(WS-TableIdx) = WS-LookupAccession
                   MOVE 'Y' TO WS-Replaced
               END-IF
           END-PERFORM

           IF WS-Replaced = 'Y'
               ADD 1 TO WS-LostOrdered
           ELSE
               ADD 1 TO WS-LostCount
               MOVE Lost-BookTitle TO LL-Title
               MOVE Lost-Accession TO LL-Accession
               MOVE Lost-BilledDate TO LL-BilledDate
               MOVE Lost-Borrower TO LL-Borrower
               MOVE WS-LostLine TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PLACE-ORDER.
           OPEN I-O OrdersFile
           IF OrdFileStatus = '35'
               DISPLAY 'Order file not found. Creating a new file.'
               OPEN OUTPUT OrdersFile
               CLOSE OrdersFile
               OPEN I-O OrdersFile
           END-IF

           MOVE SPACES TO OrderRecord
           DISPLAY 'Enter vendor: '
           ACCEPT Ord-Vendor
           DISPLAY 'Enter title: '
           ACCEPT Ord-BookTitle

           MOVE 0 TO Ord-Quantity
           PERFORM UNTIL Ord-Quantity > 0
               DISPLAY 'Enter quantity: '
               ACCEPT WS-EntryValue
               COMPUTE Ord-Quantity = FUNCTION NUMVAL(WS-EntryValue)
               IF Ord-Quantity = 0
                   DISPLAY 'Quantity must be at least 1.'
               END-IF
           END-PERFORM

           DISPLAY 'Enter unit cost: '
           ACCEPT WS-EntryValue
           COMPUTE Ord-UnitCost = FUNCTION NUMVAL(WS-EntryValue)

           MOVE SPACES TO WS-TitleBranch
           OPEN INPUT AlbumCatalog
           IF AlbumCatalogStatus NOT = '35'
               MOVE Ord-BookTitle TO Cat-AlbumName
               READ AlbumCatalog
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Cat-Branch TO WS-TitleBranch
               END-READ
               CLOSE AlbumCatalog
           END-IF
           DISPLAY 'Enter destination branch [' WS-TitleBranch ']: '
           ACCEPT Ord-Branch
           MOVE FUNCTION UPPER-CASE(Ord-Branch) TO Ord-Branch
           IF Ord-Branch = SPACES
               MOVE WS-TitleBranch TO Ord-Branch
           END-IF

           DISPLAY 'Accession number of the lost copy this replaces '
               '(blank if none): '
           ACCEPT Ord-ReplacesAccession

           MOVE 'Y' TO InvalidDate
           PERFORM UNTIL InvalidDate = 'N'
               DISPLAY 'Enter order date (YYYY-MM-DD, blank for '
                   'today): '
               ACCEPT Ord-OrderDate
               IF Ord-OrderDate = SPACES
                   MOVE WS-TodayFormatted TO Ord-OrderDate
               END-IF
               MOVE Ord-OrderDate TO WS-DateToValidate
               PERFORM VALIDATE-CALENDAR-DATE
               IF InvalidDate = 'Y'
                   DISPLAY 'Invalid date. Please try again.'
               END-IF
           END-PERFORM

           MOVE OrderRecord TO WS-SaveOrder
           PERFORM GET-NEXT-ORDER-NUMBER
           MOVE WS-SaveOrder TO OrderRecord
           MOVE WS-NextOrder TO Ord-Number
           MOVE 'O' TO Ord-Status
           MOVE 0 TO Ord-QtyReceived
           MOVE SPACES TO Ord-LastReceived
           MOVE WS-Operator TO Ord-Operator

           WRITE OrderRecord
               INVALID KEY
                   DISPLAY 'Error: could not write order record.'
               NOT INVALID KEY
                   DISPLAY 'Order placed. Order number: ' Ord-Number
                   MOVE 'ADD' TO WS-AuditFunction
                   MOVE 'orders.dat' TO WS-AuditFile
                   MOVE Ord-BookTitle TO WS-AuditTitle
                   MOVE SPACES TO WS-AuditBorrower
                   MOVE SPACES TO WS-AuditBefore
                   MOVE OrderRecord TO WS-AuditAfter
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE

           CLOSE OrdersFile.

       GET-NEXT-ORDER-NUMBER.
           MOVE 0 TO WS-NextOrder
           MOVE SPACES TO OrdFileStatus
           MOVE 0 TO Ord-Number
           START OrdersFile KEY IS NOT LESS THAN Ord-Number
               INVALID KEY
                   MOVE '10' TO OrdFileStatus
           END-START
           PERFORM UNTIL OrdFileStatus = '10'
               READ OrdersFile NEXT INTO OrderRecord
                   AT END
                       MOVE '10' TO OrdFileStatus
                   NOT AT END
                       MOVE Ord-Number TO WS-NextOrder
               END-READ
           END-PERFORM
           ADD 1 TO WS-NextOrder.

       READ-ORDER-BY-NUMBER.
           MOVE 'N' TO WS-EntryOK
           DISPLAY 'Enter order number: '
           ACCEPT WS-OrderSearch
           MOVE WS-OrderSearch TO Ord-Number
           READ OrdersFile
               INVALID KEY
                   DISPLAY 'Order not found.'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EntryOK
                   PERFORM DISPLAY-ORDER
           END-READ.

       DISPLAY-ORDER.
           DISPLAY 'Order No: ' Ord-Number
           DISPLAY 'Vendor: ' Ord-Vendor
           DISPLAY 'Title: ' Ord-BookTitle
           DISPLAY 'Destination branch: ' Ord-Branch
           DISPLAY 'Order date: ' Ord-OrderDate
           MOVE Ord-UnitCost TO WS-ShowCost
           DISPLAY 'Unit cost: ' WS-ShowCost
           DISPLAY 'Quantity ordered: ' Ord-Quantity
           DISPLAY 'Quantity received: ' Ord-QtyReceived
           IF Ord-LastReceived NOT = SPACES
               DISPLAY 'Last received: ' Ord-LastReceived
           END-IF
           IF Ord-ReplacesAccession NOT = SPACES
               DISPLAY 'Replaces lost copy: ' Ord-ReplacesAccession
           END-IF
           EVALUATE Ord-Status
               WHEN 'O'
                   DISPLAY 'Status: OPEN'
               WHEN 'P'
                   DISPLAY 'Status: PARTIALLY RECEIVED'
               WHEN 'R'
                   DISPLAY 'Status: RECEIVED'
               WHEN 'C'
                   DISPLAY 'Status: CANCELLED'
               WHEN OTHER
                   DISPLAY 'Status: ' Ord-Status
           END-EVALUATE
           DISPLAY '------------------------------'.

       LOOK-UP-ORDER.
           OPEN INPUT OrdersFile
           IF OrdFileStatus = '35'
               DISPLAY 'No orders on file.'
           ELSE
               PERFORM READ-ORDER-BY-NUMBER
               CLOSE OrdersFile
           END-IF.

       RECEIVE-ORDER.
           OPEN I-O OrdersFile
           IF OrdFileStatus = '35'
               DISPLAY 'No orders on file.'
           ELSE
               PERFORM READ-ORDER-BY-NUMBER
               IF WS-EntryOK = 'Y'
                   IF Ord-Status NOT = 'O' AND Ord-Status NOT = 'P'
                       DISPLAY 'Only open or partially received '
                           'orders can be received.'
                   ELSE
                       PERFORM TAKE-RECEIVED-QUANTITY
                   END-IF
               END-IF
               CLOSE OrdersFile
           END-IF.

       TAKE-RECEIVED-QUANTITY.
           COMPUTE WS-Outstanding = Ord-Quantity - Ord-QtyReceived
           DISPLAY 'Quantity outstanding: ' WS-Outstanding
           DISPLAY 'Enter quantity received (blank for all '
               'outstanding): '
           ACCEPT WS-EntryValue
           IF WS-EntryValue = SPACES
               MOVE WS-Outstanding TO WS-ReceiveQty
           ELSE
               COMPUTE WS-ReceiveQty = FUNCTION NUMVAL(WS-EntryValue)
           END-IF

           IF WS-ReceiveQty = 0 OR WS-ReceiveQty > WS-Outstanding
               DISPLAY 'Quantity must be between 1 and '
                   WS-Outstanding '. Nothing received.'
           ELSE
               PERFORM ADD-RECEIVED-COPIES
               IF WS-EntryOK = 'Y'
                   PERFORM UPDATE-ORDER-RECEIVED
               END-IF
           END-IF.

       UPDATE-ORDER-RECEIVED.
           MOVE OrderRecord TO WS-AuditBefore
           ADD WS-ReceiveQty TO Ord-QtyReceived
           IF Ord-QtyReceived >= Ord-Quantity
               MOVE 'R' TO Ord-Status
           ELSE
               MOVE 'P' TO Ord-Status
           END-IF
           MOVE WS-TodayFormatted TO Ord-LastReceived
           REWRITE OrderRecord
               INVALID KEY
                   DISPLAY 'Error: could not update order record.'
               NOT INVALID KEY
                   DISPLAY 'Order updated. Received to date: '
                       Ord-QtyReceived ' of ' Ord-Quantity
                   MOVE 'RECEIVE' TO WS-AuditFunction
                   MOVE 'orders.dat' TO WS-AuditFile
                   MOVE Ord-BookTitle TO WS-AuditTitle
                   MOVE SPACES TO WS-AuditBorrower
                   MOVE OrderRecord TO WS-AuditAfter
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       ADD-RECEIVED-COPIES.
           MOVE 'N' TO WS-EntryOK
           OPEN I-O AlbumCatalog
           IF AlbumCatalogStatus = '35'
               DISPLAY 'Album catalog not found. Creating a new file.'
               OPEN OUTPUT AlbumCatalog
               CLOSE AlbumCatalog
               OPEN I-O AlbumCatalog
           END-IF

           MOVE Ord-BookTitle TO Cat-AlbumName
           READ AlbumCatalog
               INVALID KEY
                   PERFORM ADD-CATALOG-TITLE
               NOT INVALID KEY
                   PERFORM RAISE-COPIES-OWNED
           END-READ

           CLOSE AlbumCatalog.

       RAISE-COPIES-OWNED.
           COMPUTE WS-NewCopies = Cat-CopiesOwned + WS-ReceiveQty
           IF WS-NewCopies > 999
               DISPLAY 'Error: copies owned would exceed 999. '
                   'Nothing received.'
           ELSE
               IF Cat-Branch NOT = Ord-Branch
                   DISPLAY 'Note: catalog branch is ' Cat-Branch
                       '; order was for ' Ord-Branch
                       '. Use the transfer option to move copies.'
               END-IF
               MOVE CatalogAlbumRecord TO WS-AuditBefore
               MOVE WS-NewCopies TO Cat-CopiesOwned
               REWRITE CatalogAlbumRecord
                   INVALID KEY
                       DISPLAY 'Error: could not update catalog.'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EntryOK
                       DISPLAY 'Copies owned now: ' Cat-CopiesOwned
                       MOVE 'RECEIVE' TO WS-AuditFunction
                       MOVE 'albums.dat' TO WS-AuditFile
                       MOVE Cat-AlbumName TO WS-AuditTitle
                       MOVE SPACES TO WS-AuditBorrower
                       MOVE CatalogAlbumRecord TO WS-AuditAfter
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF.

       ADD-CATALOG-TITLE.
           DISPLAY 'Title is not in the catalog. Add it now? (Y/N): '
           ACCEPT WS-ConfirmReply
           IF FUNCTION UPPER-CASE(WS-ConfirmReply) NOT = 'Y'
               DISPLAY 'Nothing received.'
           ELSE
               DISPLAY 'Enter artist name: '
               ACCEPT WS-NewArtist
               MOVE Ord-BookTitle TO Cat-AlbumName
               MOVE WS-NewArtist TO Cat-ArtistName
               MOVE 0 TO Cat-ReleaseYear
               DISPLAY 'Enter release year (blank if unknown): '
               ACCEPT WS-EntryValue
               IF WS-EntryValue NOT = SPACES
                   COMPUTE Cat-ReleaseYear =
                       FUNCTION NUMVAL(WS-EntryValue)
               END-IF
               MOVE WS-ReceiveQty TO Cat-CopiesOwned
               MOVE Ord-UnitCost TO Cat-ReplacementCost
               MOVE Ord-Branch TO Cat-Branch
               MOVE SPACES TO Cat-TransitTo
               WRITE CatalogAlbumRecord
                   INVALID KEY
                       DISPLAY 'Error: could not add catalog record.'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EntryOK
                       DISPLAY 'Catalog record added. Copies owned: '
                           Cat-CopiesOwned
                       MOVE 'ADD' TO WS-AuditFunction
                       MOVE 'albums.dat' TO WS-AuditFile
                       MOVE Cat-AlbumName TO WS-AuditTitle
                       MOVE SPACES TO WS-AuditBorrower
                       MOVE SPACES TO WS-AuditBefore
                       MOVE CatalogAlbumRecord TO WS-AuditAfter
                       PERFORM WRITE-AUDIT-RECORD
               END-WRITE
           END-IF.

       CANCEL-ORDER.
           IF WS-OperLevel < WS-SupervisorLevel
               DISPLAY 'Refused: cancelling an order requires '
                   'supervisor level.'
               MOVE 'CANCELORD' TO WS-RefusedAction
               PERFORM LOG-REFUSED-ACTION
           ELSE
               OPEN I-O OrdersFile
               IF OrdFileStatus = '35'
                   DISPLAY 'No orders on file.'
               ELSE
                   PERFORM READ-ORDER-BY-NUMBER
                   IF WS-EntryOK = 'Y'
                       PERFORM CONFIRM-CANCEL-ORDER
                   END-IF
                   CLOSE OrdersFile
               END-IF
           END-IF.

       CONFIRM-CANCEL-ORDER.
           IF Ord-Status NOT = 'O' AND Ord-Status NOT = 'P'
               DISPLAY 'Only open or partially received orders can '
                   'be cancelled.'
           ELSE
               DISPLAY 'Cancel the outstanding quantity on this order? '
                   '(Y/N): '
               ACCEPT WS-ConfirmReply
               IF FUNCTION UPPER-CASE(WS-ConfirmReply) = 'Y'
                   MOVE OrderRecord TO WS-AuditBefore
                   MOVE 'C' TO Ord-Status
                   REWRITE OrderRecord
                       INVALID KEY
                           DISPLAY 'Error: could not update order.'
                       NOT INVALID KEY
                           DISPLAY 'Order cancelled.'
                           MOVE 'CANCEL' TO WS-AuditFunction
                           MOVE 'orders.dat' TO WS-AuditFile
                           MOVE Ord-BookTitle TO WS-AuditTitle
                           MOVE SPACES TO WS-AuditBorrower
                           MOVE OrderRecord TO WS-AuditAfter
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
               ELSE
                   DISPLAY 'Order not changed.'
               END-IF
           END-IF.

       OPEN-ORDERS-REPORT.
           DISPLAY 'List open orders older than how many days '
               '(blank for 30): '
           ACCEPT WS-EntryValue
           IF WS-EntryValue = SPACES
               MOVE 30 TO WS-AgeLimit
           ELSE
               COMPUTE WS-AgeLimit = FUNCTION NUMVAL(WS-EntryValue)
           END-IF

           MOVE 0 TO WS-PageCount
           MOVE 0 TO WS-OldOrderCount
           MOVE 0 TO WS-OldOrderValue
           MOVE 'O' TO WS-ReportType
           MOVE WS-TodayFormatted TO OHead-RunDate
           OPEN OUTPUT OpenOrderReport
           IF ReportFileStatus NOT = '00'
               DISPLAY 'Error: could not open report file. Status: '
                   ReportFileStatus
           ELSE
               PERFORM WRITE-PAGE-HEADING
               MOVE WS-AgeLimit TO WS-ShowAgeLimit
               MOVE SPACES TO WS-BannerText
               STRING 'OPEN AND PARTIALLY RECEIVED ORDERS OLDER THAN'
                   WS-ShowAgeLimit ' DAYS'
                   DELIMITED BY SIZE INTO WS-BannerText
               PERFORM WRITE-SECTION-BANNER
               MOVE WS-OrderColumns TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE

               OPEN INPUT OrdersFile
               IF OrdFileStatus = '35'
                   MOVE 'No orders on file.' TO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE SPACES TO OrdFileStatus
                   PERFORM UNTIL OrdFileStatus = '10'
                       READ OrdersFile NEXT INTO OrderRecord
                           AT END
                               MOVE '10' TO OrdFileStatus
                           NOT AT END
                               IF Ord-Status = 'O' OR Ord-Status = 'P'
                                   PERFORM CHECK-ORDER-AGE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OrdersFile
               END-IF

               MOVE SPACES TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               MOVE 'ORDERS LISTED' TO CL-Label
               MOVE WS-OldOrderCount TO CL-Count
               PERFORM WRITE-COUNT-LINE
               MOVE 'VALUE OUTSTANDING' TO AL-Label
               MOVE WS-OldOrderValue TO AL-Amount
               MOVE WS-AmountLine TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               MOVE '*** END OF REPORT ***' TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               CLOSE OpenOrderReport
               DISPLAY 'Orders listed: ' WS-OldOrderCount
               DISPLAY 'Open orders report written to '
                   'open_orders_report.txt'
           END-IF.

       CHECK-ORDER-AGE.
           MOVE Ord-OrderDate TO WS-DateToValidate
           PERFORM DATE-STRING-TO-INTEGER
           MOVE WS-IntegerResult TO WS-OrderInt
           COMPUTE WS-OrderAge = WS-TodayInt - WS-OrderInt
           IF WS-OrderAge > WS-AgeLimit
               COMPUTE WS-Outstanding = Ord-Quantity - Ord-QtyReceived
               COMPUTE WS-LineValue = WS-Outstanding * Ord-UnitCost
               ADD 1 TO WS-OldOrderCount
               ADD WS-LineValue TO WS-OldOrderValue
               MOVE Ord-Number TO OL-Number
               MOVE Ord-Vendor TO OL-Vendor
               MOVE Ord-BookTitle TO OL-Title
               MOVE Ord-Branch TO OL-Branch
               MOVE Ord-OrderDate TO OL-OrderDate
               MOVE WS-OrderAge TO OL-Days
               MOVE Ord-Status TO OL-Status
               MOVE WS-Outstanding TO OL-Outstanding
               MOVE WS-LineValue TO OL-Value
               MOVE WS-OrderLine TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-CountLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PageCount
           IF WS-ReportType = 'S'
               MOVE WS-PageCount TO SHead-PageNo
               IF WS-PageCount = 1
                   WRITE SuggestLine FROM WS-SuggestHeading
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE SuggestLine FROM WS-SuggestHeading
                       AFTER ADVANCING PAGE
               END-IF
               MOVE SPACES TO SuggestLine
               WRITE SuggestLine AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-PageCount TO OHead-PageNo
               IF WS-PageCount = 1
                   WRITE OpenOrderLine FROM WS-OpenHeading
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE OpenOrderLine FROM WS-OpenHeading
                       AFTER ADVANCING PAGE
               END-IF
               MOVE SPACES TO OpenOrderLine
               WRITE OpenOrderLine AFTER ADVANCING 1 LINE
           END-IF
           MOVE 2 TO WS-LineCount.

       WRITE-REPORT-LINE.
           IF WS-LineCount >= WS-LinesPerPage
               PERFORM WRITE-PAGE-HEADING
           END-IF
           IF WS-ReportType = 'S'
               WRITE SuggestLine FROM WS-PrintWork
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE OpenOrderLine FROM WS-PrintWork
                   AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO WS-LineCount.

       WRITE-SECTION-BANNER.
           MOVE SPACES TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BannerText TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PrintWork
           MOVE ALL '-' TO WS-PrintWork(1:40)
           PERFORM WRITE-REPORT-LINE.

       GET-TODAY-INTEGER.
           MOVE FUNCTION CURRENT-DATE TO WS-TodayDate
           COMPUTE WS-TodayInt =
               FUNCTION INTEGER-OF-DATE(WS-TodayYYYYMMDD)
           STRING WS-TodayYYYYMMDD(1:4) '-' WS-TodayYYYYMMDD(5:2) '-'
               WS-TodayYYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-TodayFormatted.

       DATE-STRING-TO-INTEGER.
           MOVE WS-DateToValidate(1:4) TO WS-Year
           MOVE WS-DateToValidate(6:2) TO WS-Month
           MOVE WS-DateToValidate(9:2) TO WS-Day
           COMPUTE WS-NumericDate =
               WS-Year * 10000 + WS-Month * 100 + WS-Day
           COMPUTE WS-IntegerResult =
               FUNCTION INTEGER-OF-DATE(WS-NumericDate).

       VALIDATE-CALENDAR-DATE.
           MOVE 'Y' TO InvalidDate
           IF WS-DateToValidate(1:4) NUMERIC AND
              WS-DateToValidate(5:1) = '-' AND
              WS-DateToValidate(6:2) NUMERIC AND
              WS-DateToValidate(8:1) = '-' AND
              WS-DateToValidate(9:2) NUMERIC
               MOVE WS-DateToValidate(1:4) TO WS-Year
               MOVE WS-DateToValidate(6:2) TO WS-Month
               MOVE WS-DateToValidate(9:2) TO WS-Day
               IF WS-Month > 0 AND WS-Month <= 12
                   PERFORM DETERMINE-DAYS-IN-MONTH
                   IF WS-Day > 0 AND WS-Day <= WS-DaysInMonth
                       MOVE 'N' TO InvalidDate
                   END-IF
               END-IF
           END-IF.

       DETERMINE-DAYS-IN-MONTH.
           MOVE 'N' TO WS-LeapYear
           IF FUNCTION MOD(WS-Year, 4) = 0 AND
              (FUNCTION MOD(WS-Year, 100) NOT = 0 OR
               FUNCTION MOD(WS-Year, 400) = 0)
               MOVE 'Y' TO WS-LeapYear
           END-IF

           EVALUATE WS-Month
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DaysInMonth
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DaysInMonth
               WHEN 2
                   IF WS-LeapYear = 'Y'
                       MOVE 29 TO WS-DaysInMonth
                   ELSE
                       MOVE 28 TO WS-DaysInMonth
                   END-IF
           END-EVALUATE.

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

       END PROGRAM Acquisitions.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShelfStocktake.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ScanFile ASSIGN TO WS-ScanFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScanFileStatus.

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

           SELECT AlbumCatalog ASSIGN TO 'albums.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cat-AlbumName
               ALTERNATE RECORD KEY IS Cat-ArtistName
                   WITH DUPLICATES
               FILE STATUS IS AlbumCatalogStatus.

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

           SELECT MissingCopiesFile ASSIGN TO 'missing_copies.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Miss-Key
               FILE STATUS IS MissFileStatus.

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

           SELECT ReportFile ASSIGN TO 'stocktake_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ScanFile.
       01  ScanRecord.
           05  Scan-Accession        PIC X(8).
           05  Scan-Separator        PIC X.
           05  Scan-Branch           PIC X(3).
           05  FILLER                PIC X(8).

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

       FD  AlbumCatalog.
       01  CatalogAlbumRecord.
           05  Cat-AlbumName         PIC X(50).
           05  Cat-ArtistName        PIC X(50).
           05  Cat-ReleaseYear       PIC 9(4).
           05  Cat-CopiesOwned       PIC 9(3).
           05  Cat-ReplacementCost   PIC 9(5)V99.
           05  Cat-Branch            PIC X(3).
           05  Cat-TransitTo         PIC X(3).

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

       FD  MissingCopiesFile.
       01  MissingRecord.
           05  Miss-Key.
               10  Miss-BookTitle    PIC X(50).
               10  Miss-Accession    PIC X(8).
           05  Miss-Branch           PIC X(3).
           05  Miss-MarkedDate       PIC X(10).
           05  Miss-Operator         PIC X(10).

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

       FD  ReportFile.
       01  PrintLine                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  ScanFileStatus        PIC X(2).
       01  FileStatus            PIC X(2).
       01  HistFileStatus        PIC X(2).
       01  AlbumCatalogStatus    PIC X(2).
       01  HoldFileStatus        PIC X(2).
       01  LostFileStatus        PIC X(2).
       01  MissFileStatus        PIC X(2).
       01  AuditFileStatus       PIC X(2).
       01  OperFileStatus        PIC X(2).
       01  ReportFileStatus      PIC X(2).

       01  WS-ScanFileName       PIC X(50).
       01  WS-CatalogAvail       PIC X VALUE 'N'.

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

       01  WS-CopyTableCount     PIC 9(4) VALUE 0.
       01  WS-CopiesSkipped      PIC 9(5) VALUE 0.
       01  CopyTable.
           05  CopyEntry OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CopyTableCount.
               10  CT-Title      PIC X(50).
               10  CT-Accession  PIC X(8).
               10  CT-Branch     PIC X(3).
               10  CT-OnLoan     PIC X.
               10  CT-OnHold     PIC X.
               10  CT-Lost       PIC X.
               10  CT-Missing    PIC X.
               10  CT-Scanned    PIC X.

       01  WS-TableIdx           PIC 9(4).
       01  WS-CopyIdx            PIC 9(4).
       01  WS-FindTitle          PIC X(50).
       01  WS-FindAccession      PIC X(8).
       01  WS-FindBranch         PIC X(3).

       01  WS-ExcCount           PIC 9(4) VALUE 0.
       01  WS-ExcSkipped         PIC 9(5) VALUE 0.
       01  ExceptionTable.
           05  ExcEntry OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-ExcCount.
               10  EX-Type       PIC X.
               10  EX-Title      PIC X(50).
               10  EX-Accession  PIC X(8).
               10  EX-ScanBranch PIC X(3).
               10  EX-HomeBranch PIC X(3).
               10  EX-Copies     PIC 9(3).

       01  WS-ExcIdx             PIC 9(4).
       01  WS-ExcType            PIC X.
       01  WS-ExcTitle           PIC X(50).
       01  WS-ExcAccession       PIC X(8).
       01  WS-ExcScanBranch      PIC X(3).
       01  WS-ExcHomeBranch      PIC X(3).
       01  WS-ExcCopies          PIC 9(3).
       01  WS-PrintType          PIC X.
       01  WS-SectionCount       PIC 9(5).

       01  WS-BranchCount        PIC 9(2) VALUE 0.
       01  WS-BranchWork         PIC X(3).
       01  WS-BranchFound        PIC X VALUE 'N'.
       01  WS-BranchIdx          PIC 9(2).
       01  WS-FoundBranchIdx     PIC 9(2).
       01  BranchTotalsTable.
           05  BranchEntry OCCURS 10 TIMES.
               10  BR-Code       PIC X(3).
               10  BR-Scanned    PIC 9(5).
               10  BR-Missing    PIC 9(5).
               10  BR-OnLoan     PIC 9(5).
               10  BR-WrongBranch PIC 9(5).
               10  BR-Lost       PIC 9(5).
               10  BR-Unknown    PIC 9(5).
               10  BR-Found      PIC 9(5).

       01  WS-HomeBranch         PIC X(3).
       01  WS-TransitBranch      PIC X(3).
       01  WS-Accounted          PIC 9(4).
       01  WS-Shortfall          PIC S9(4).
       01  WS-Listed             PIC 9(4).

       01  WS-ScansRead          PIC 9(6) VALUE 0.
       01  WS-DuplicateScans     PIC 9(5) VALUE 0.
       01  WS-TitlesChecked      PIC 9(5) VALUE 0.
       01  WS-TitlesInTransit    PIC 9(5) VALUE 0.
       01  WS-MissingCopies      PIC 9(5) VALUE 0.
       01  WS-FoundCopies        PIC 9(5) VALUE 0.
       01  WS-UnnumberedCopies   PIC 9(5) VALUE 0.
       01  WS-StaleMarks         PIC 9(5) VALUE 0.
       01  WS-MarksWritten       PIC 9(5) VALUE 0.
       01  WS-MarksCleared       PIC 9(5) VALUE 0.

       01  WS-ConfirmReply       PIC X.
       01  WS-MarkMode           PIC X.
       01  WS-MarkThis           PIC X.

       01  WS-PageCount          PIC 9(3) VALUE 0.
       01  WS-LineCount          PIC 9(2) VALUE 0.
       01  WS-LinesPerPage       PIC 9(2) VALUE 55.
       01  WS-PrintWork          PIC X(90).
       01  WS-BannerText         PIC X(90).

       01  WS-HeadingLine.
           05  FILLER            PIC X(34)
               VALUE 'LIBRARY SHELF STOCKTAKE EXCEPTIONS'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  Head-RunDate      PIC X(10).
           05  FILLER            PIC X(13) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE 'PAGE '.
           05  Head-PageNo       PIC ZZ9.

       01  WS-ColumnHeading.
           05  FILLER            PIC X(10) VALUE 'ACCESSION '.
           05  FILLER            PIC X(42) VALUE 'TITLE'.
           05  FILLER            PIC X(8) VALUE 'SCANNED '.
           05  FILLER            PIC X(8) VALUE 'HOME'.
           05  FILLER            PIC X(6) VALUE 'COPIES'.

       01  WS-ExcDetailLine.
           05  Det-Accession     PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  Det-Title         PIC X(40).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  Det-ScanBranch    PIC X(3).
           05  FILLER            PIC X(5) VALUE SPACES.
           05  Det-HomeBranch    PIC X(3).
           05  FILLER            PIC X(5) VALUE SPACES.
           05  Det-Copies        PIC ZZ9.

       01  WS-BranchHeading.
           05  FILLER            PIC X(6) VALUE 'BRANCH'.
           05  FILLER            PIC X(9) VALUE '  SCANNED'.
           05  FILLER            PIC X(9) VALUE '  MISSING'.
           05  FILLER            PIC X(9) VALUE '  ON LOAN'.
           05  FILLER            PIC X(9) VALUE ' WRONG BR'.
           05  FILLER            PIC X(9) VALUE '     LOST'.
           05  FILLER            PIC X(9) VALUE '  UNKNOWN'.
           05  FILLER            PIC X(9) VALUE '    FOUND'.

       01  WS-BranchCountLine.
           05  BC-Code           PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  BC-Scanned        PIC ZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  BC-Missing        PIC ZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  BC-OnLoan         PIC ZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  BC-WrongBranch    PIC ZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  BC-Lost           PIC ZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  BC-Unknown        PIC ZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  BC-Found          PIC ZZ,ZZ9.

       01  WS-CountLine.
           05  CL-Label          PIC X(38).
           05  CL-Count          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TodayDate
           STRING WS-TodayYYYYMMDD(1:4) '-' WS-TodayYYYYMMDD(5:2) '-'
               WS-TodayYYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-TodayFormatted
           MOVE WS-TodayFormatted TO Head-RunDate

           DISPLAY '=============================='
           DISPLAY '      SHELF STOCKTAKE         '
           DISPLAY '=============================='
           DISPLAY 'Enter scan file name (blank for '
               'stocktake_scan.txt): '
           ACCEPT WS-ScanFileName
           IF WS-ScanFileName = SPACES
               MOVE 'stocktake_scan.txt' TO WS-ScanFileName
           END-IF

           OPEN INPUT ScanFile
           IF ScanFileStatus NOT = '00'
               DISPLAY 'Error: could not open scan file '
                   WS-ScanFileName ' Status: ' ScanFileStatus
           ELSE
               PERFORM LOAD-COPY-TABLE
               OPEN INPUT AlbumCatalog
               IF AlbumCatalogStatus = '35'
                   MOVE 'N' TO WS-CatalogAvail
               ELSE
                   MOVE 'Y' TO WS-CatalogAvail
               END-IF
               PERFORM READ-SCAN-FILE
               CLOSE ScanFile
               IF WS-CatalogAvail = 'Y'
                   PERFORM CHECK-MISSING-COPIES
                   CLOSE AlbumCatalog
               END-IF
               PERFORM WRITE-STOCKTAKE-REPORT
               PERFORM CONFIRM-MISSING-MARKS
           END-IF.

           STOP RUN.

       LOAD-COPY-TABLE.
           MOVE 0 TO WS-CopyTableCount
           MOVE 0 TO WS-CopiesSkipped
           PERFORM LOAD-HISTORY-COPIES
           PERFORM LOAD-LOAN-COPIES
           PERFORM LOAD-HOLD-COPIES
           PERFORM LOAD-LOST-COPIES
           PERFORM LOAD-MISSING-COPIES.

       LOAD-HISTORY-COPIES.
           OPEN INPUT ReturnedBooksHistory
           IF HistFileStatus = '35'
               CONTINUE
           ELSE
               MOVE SPACES TO HistFileStatus
               PERFORM UNTIL HistFileStatus = '10'
                   READ ReturnedBooksHistory NEXT INTO HistoryRecord
                       AT END
                           MOVE '10' TO HistFileStatus
                       NOT AT END
                           MOVE Hist-BookTitle TO WS-FindTitle
                           MOVE Hist-Accession TO WS-FindAccession
                           MOVE Hist-Branch TO WS-FindBranch
                           PERFORM FIND-OR-ADD-COPY
                   END-READ
               END-PERFORM
               CLOSE ReturnedBooksHistory
           END-IF.

       LOAD-LOAN-COPIES.
           OPEN INPUT BorrowedBooksFile
           IF FileStatus = '35'
               CONTINUE
           ELSE
               MOVE SPACES TO FileStatus
               PERFORM UNTIL FileStatus = '10'
                   READ BorrowedBooksFile NEXT INTO BorrowedBookRecord
                       AT END
                           MOVE '10' TO FileStatus
                       NOT AT END
                           MOVE BookTitle TO WS-FindTitle
                           MOVE AccessionNumber TO WS-FindAccession
                           MOVE BranchCode TO WS-FindBranch
                           PERFORM FIND-OR-ADD-COPY
                           IF WS-CopyIdx > 0
                               MOVE 'Y' TO CT-OnLoan(WS-CopyIdx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BorrowedBooksFile
           END-IF.

       LOAD-HOLD-COPIES.
           OPEN INPUT HoldShelfFile
           IF HoldFileStatus = '35'
               CONTINUE
           ELSE
               MOVE SPACES TO HoldFileStatus
               PERFORM UNTIL HoldFileStatus = '10'
                   READ HoldShelfFile NEXT INTO HoldRecord
                       AT END
                           MOVE '10' TO HoldFileStatus
                       NOT AT END
                           MOVE Hold-BookTitle TO WS-FindTitle
                           MOVE Hold-Accession TO WS-FindAccession
                           MOVE SPACES TO WS-FindBranch
                           PERFORM FIND-OR-ADD-COPY
                           IF WS-CopyIdx > 0
                               MOVE 'Y' TO CT-OnHold(WS-CopyIdx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldShelfFile
           END-IF.

       LOAD-LOST-COPIES.
           OPEN INPUT LostItemsFile
           IF LostFileStatus = '35'
               CONTINUE
           ELSE
               MOVE SPACES TO LostFileStatus
               PERFORM UNTIL LostFileStatus = '10'
                   READ LostItemsFile NEXT INTO LostItemRecord
                       AT END
                           MOVE '10' TO LostFileStatus
                       NOT AT END
                           MOVE Lost-BookTitle TO WS-FindTitle
                           MOVE Lost-Accession TO WS-FindAccession
                           MOVE SPACES TO WS-FindBranch
                           PERFORM FIND-OR-ADD-COPY
                           IF WS-CopyIdx > 0
                               MOVE 'Y' TO CT-Lost(WS-CopyIdx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LostItemsFile
           END-IF.

       LOAD-MISSING-COPIES.
           OPEN INPUT MissingCopiesFile
           IF MissFileStatus = '35'
               CONTINUE
           ELSE
               MOVE SPACES TO MissFileStatus
               PERFORM UNTIL MissFileStatus = '10'
                   READ MissingCopiesFile NEXT INTO MissingRecord
                       AT END
                           MOVE '10' TO MissFileStatus
                       NOT AT END
                           MOVE Miss-BookTitle TO WS-FindTitle
                           MOVE Miss-Accession TO WS-FindAccession
                           MOVE Miss-Branch TO WS-FindBranch
                           PERFORM FIND-OR-ADD-COPY
                           IF WS-CopyIdx > 0
                               MOVE 'Y' TO CT-Missing(WS-CopyIdx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MissingCopiesFile
           END-IF.

       FIND-OR-ADD-COPY.
           MOVE 0 TO WS-CopyIdx
           IF WS-FindAccession NOT = SPACES
               PERFORM VARYING WS-TableIdx FROM 1 BY 1
                       UNTIL WS-TableIdx > WS-CopyTableCount
                          OR WS-CopyIdx > 0
                   IF CT-Accession(WS-TableIdx) = WS-FindAccession
                      AND CT-Title(WS-TableIdx) = WS-FindTitle
                       MOVE WS-TableIdx TO WS-CopyIdx
                   END-IF
               END-PERFORM
               IF WS-CopyIdx = 0
                   IF WS-CopyTableCount < 5000
                       ADD 1 TO WS-CopyTableCount
                       MOVE WS-CopyTableCount TO WS-CopyIdx
                       MOVE WS-FindTitle TO CT-Title(WS-CopyIdx)
                       MOVE WS-FindAccession
                           TO CT-Accession(WS-CopyIdx)
                       MOVE SPACES TO CT-Branch(WS-CopyIdx)
                       MOVE 'N' TO CT-OnLoan(WS-CopyIdx)
                       MOVE 'N' TO CT-OnHold(WS-CopyIdx)
                       MOVE 'N' TO CT-Lost(WS-CopyIdx)
                       MOVE 'N' TO CT-Missing(WS-CopyIdx)
                       MOVE 'N' TO CT-Scanned(WS-CopyIdx)
                   ELSE
                       ADD 1 TO WS-CopiesSkipped
                   END-IF
               END-IF
               IF WS-CopyIdx > 0 AND WS-FindBranch NOT = SPACES
                   MOVE WS-FindBranch TO CT-Branch(WS-CopyIdx)
               END-IF
           END-IF.

       READ-SCAN-FILE.
           MOVE SPACES TO ScanFileStatus
           PERFORM UNTIL ScanFileStatus = '10'
               READ ScanFile
                   AT END
                       MOVE '10' TO ScanFileStatus
                   NOT AT END
                       IF Scan-Accession NOT = SPACES
                           PERFORM PROCESS-SCAN-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-SCAN-RECORD.
           ADD 1 TO WS-ScansRead
           MOVE FUNCTION UPPER-CASE(Scan-Branch) TO WS-BranchWork
           IF WS-BranchWork = SPACES
               MOVE '***' TO WS-BranchWork
           END-IF
           PERFORM FIND-BRANCH-ENTRY
           IF WS-FoundBranchIdx > 0
               ADD 1 TO BR-Scanned(WS-FoundBranchIdx)
           END-IF

           MOVE 0 TO WS-CopyIdx
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-CopyTableCount
                      OR WS-CopyIdx > 0
               IF CT-Accession(WS-TableIdx) = Scan-Accession
                   MOVE WS-TableIdx TO WS-CopyIdx
               END-IF
           END-PERFORM

           IF WS-CopyIdx = 0
               MOVE 'U' TO WS-ExcType
               MOVE SPACES TO WS-ExcTitle
               MOVE Scan-Accession TO WS-ExcAccession
               MOVE WS-BranchWork TO WS-ExcScanBranch
               MOVE SPACES TO WS-ExcHomeBranch
               MOVE 1 TO WS-ExcCopies
               PERFORM ADD-EXCEPTION
           ELSE
               IF CT-Scanned(WS-CopyIdx) = 'Y'
                   ADD 1 TO WS-DuplicateScans
               ELSE
                   MOVE 'Y' TO CT-Scanned(WS-CopyIdx)
                   PERFORM CHECK-SCANNED-COPY
               END-IF
           END-IF.

       CHECK-SCANNED-COPY.
           PERFORM GET-HOME-BRANCH
           MOVE CT-Title(WS-CopyIdx) TO WS-ExcTitle
           MOVE CT-Accession(WS-CopyIdx) TO WS-ExcAccession
           MOVE WS-BranchWork TO WS-ExcScanBranch
           MOVE WS-HomeBranch TO WS-ExcHomeBranch
           MOVE 1 TO WS-ExcCopies

           EVALUATE TRUE
               WHEN CT-Lost(WS-CopyIdx) = 'Y'
                   MOVE 'L' TO WS-ExcType
                   PERFORM ADD-EXCEPTION
               WHEN CT-OnLoan(WS-CopyIdx) = 'Y'
                   MOVE 'O' TO WS-ExcType
                   PERFORM ADD-EXCEPTION
               WHEN CT-OnHold(WS-CopyIdx) = 'Y'
                   CONTINUE
               WHEN WS-HomeBranch = SPACES
                   CONTINUE
               WHEN WS-BranchWork = WS-HomeBranch
                   CONTINUE
               WHEN WS-TransitBranch NOT = SPACES
                    AND WS-BranchWork = WS-TransitBranch
                   CONTINUE
               WHEN OTHER
                   MOVE 'W' TO WS-ExcType
                   PERFORM ADD-EXCEPTION
           END-EVALUATE

           IF CT-Missing(WS-CopyIdx) = 'Y'
               MOVE 'F' TO WS-ExcType
               PERFORM ADD-EXCEPTION
           END-IF.

       GET-HOME-BRANCH.
           MOVE CT-Branch(WS-CopyIdx) TO WS-HomeBranch
           MOVE SPACES TO WS-TransitBranch
           IF WS-CatalogAvail = 'Y'
               MOVE CT-Title(WS-CopyIdx) TO Cat-AlbumName
               READ AlbumCatalog
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Cat-Branch TO WS-HomeBranch
                       MOVE Cat-TransitTo TO WS-TransitBranch
               END-READ
           END-IF.

       CHECK-MISSING-COPIES.
           MOVE SPACES TO AlbumCatalogStatus
           MOVE LOW-VALUES TO Cat-AlbumName
           START AlbumCatalog KEY IS NOT LESS THAN Cat-AlbumName
               INVALID KEY
                   MOVE '10' TO AlbumCatalogStatus
           END-START

           PERFORM UNTIL AlbumCatalogStatus = '10'
               READ AlbumCatalog NEXT INTO CatalogAlbumRecord
                   AT END
                       MOVE '10' TO AlbumCatalogStatus
                   NOT AT END
                       PERFORM CHECK-TITLE-MISSING
               END-READ
           END-PERFORM.

       CHECK-TITLE-MISSING.
           MOVE Cat-Branch TO WS-BranchWork
           PERFORM LOCATE-BRANCH-ENTRY
           IF WS-FoundBranchIdx = 0
               CONTINUE
           ELSE
               IF Cat-TransitTo NOT = SPACES
                   ADD 1 TO WS-TitlesInTransit
               ELSE
                   ADD 1 TO WS-TitlesChecked
                   PERFORM COUNT-ACCOUNTED-COPIES
                   COMPUTE WS-Shortfall =
                       Cat-CopiesOwned - WS-Accounted
                   IF WS-Shortfall > 0
                       PERFORM LIST-MISSING-COPIES
                   END-IF
                   PERFORM LIST-UNNUMBERED-MARKS
               END-IF
           END-IF.

       COUNT-ACCOUNTED-COPIES.
           MOVE 0 TO WS-Accounted
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-CopyTableCount
               IF CT-Title(WS-TableIdx) = Cat-AlbumName
                  AND CT-Accession(WS-TableIdx)(1:5) NOT = 'NOACC'
                   IF CT-OnLoan(WS-TableIdx) = 'Y'
                      OR CT-OnHold(WS-TableIdx) = 'Y'
                      OR CT-Lost(WS-TableIdx) = 'Y'
                      OR CT-Missing(WS-TableIdx) = 'Y'
                      OR CT-Scanned(WS-TableIdx) = 'Y'
                       ADD 1 TO WS-Accounted
                   END-IF
               END-IF
           END-PERFORM.

       LIST-MISSING-COPIES.
           MOVE 'M' TO WS-ExcType
           MOVE Cat-AlbumName TO WS-ExcTitle
           MOVE SPACES TO WS-ExcScanBranch
           MOVE Cat-Branch TO WS-ExcHomeBranch
           MOVE 0 TO WS-Listed
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-CopyTableCount
                      OR WS-Listed >= WS-Shortfall
               IF CT-Title(WS-TableIdx) = Cat-AlbumName
                  AND CT-OnLoan(WS-TableIdx) = 'N'
                  AND CT-OnHold(WS-TableIdx) = 'N'
                  AND CT-Lost(WS-TableIdx) = 'N'
                  AND CT-Missing(WS-TableIdx) = 'N'
                  AND CT-Scanned(WS-TableIdx) = 'N'
                   MOVE CT-Accession(WS-TableIdx) TO WS-ExcAccession
                   MOVE 1 TO WS-ExcCopies
                   PERFORM ADD-EXCEPTION
                   ADD 1 TO WS-Listed
               END-IF
           END-PERFORM
           IF WS-Listed < WS-Shortfall
               MOVE 'N' TO WS-ExcType
               MOVE SPACES TO WS-ExcAccession
               COMPUTE WS-ExcCopies = WS-Shortfall - WS-Listed
               PERFORM ADD-EXCEPTION
           END-IF.

       LIST-UNNUMBERED-MARKS.
           MOVE 'X' TO WS-ExcType
           MOVE Cat-AlbumName TO WS-ExcTitle
           MOVE SPACES TO WS-ExcScanBranch
           MOVE Cat-Branch TO WS-ExcHomeBranch
           MOVE 1 TO WS-ExcCopies
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-CopyTableCount
               IF CT-Title(WS-TableIdx) = Cat-AlbumName
                  AND CT-Accession(WS-TableIdx)(1:5) = 'NOACC'
                  AND CT-Missing(WS-TableIdx) = 'Y'
                   MOVE CT-Accession(WS-TableIdx) TO WS-ExcAccession
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM.

       ADD-EXCEPTION.
           IF WS-ExcCount < 2000
               ADD 1 TO WS-ExcCount
               MOVE WS-ExcType TO EX-Type(WS-ExcCount)
               MOVE WS-ExcTitle TO EX-Title(WS-ExcCount)
               MOVE WS-ExcAccession TO EX-Accession(WS-ExcCount)
               MOVE WS-ExcScanBranch TO EX-ScanBranch(WS-ExcCount)
               MOVE WS-ExcHomeBranch TO EX-HomeBranch(WS-ExcCount)
               MOVE WS-ExcCopies TO EX-Copies(WS-ExcCount)
           ELSE
               ADD 1 TO WS-ExcSkipped
           END-IF

           IF WS-ExcType = 'M' OR WS-ExcType = 'N'
              OR WS-ExcType = 'X'
               MOVE WS-ExcHomeBranch TO WS-BranchWork
           ELSE
               MOVE WS-ExcScanBranch TO WS-BranchWork
           END-IF
           PERFORM FIND-BRANCH-ENTRY
           IF WS-FoundBranchIdx > 0
               EVALUATE WS-ExcType
                   WHEN 'M'
                   WHEN 'N'
                       ADD WS-ExcCopies TO BR-Missing(WS-FoundBranchIdx)
                   WHEN 'O'
                       ADD 1 TO BR-OnLoan(WS-FoundBranchIdx)
                   WHEN 'W'
                       ADD 1 TO BR-WrongBranch(WS-FoundBranchIdx)
                   WHEN 'L'
                       ADD 1 TO BR-Lost(WS-FoundBranchIdx)
                   WHEN 'U'
                       ADD 1 TO BR-Unknown(WS-FoundBranchIdx)
                   WHEN 'F'
                       ADD 1 TO BR-Found(WS-FoundBranchIdx)
               END-EVALUATE
           END-IF
           IF WS-ExcType = 'M'
               ADD WS-ExcCopies TO WS-MissingCopies
           END-IF
           IF WS-ExcType = 'N'
               ADD WS-ExcCopies TO WS-UnnumberedCopies
           END-IF
           IF WS-ExcType = 'F'
               ADD 1 TO WS-FoundCopies
           END-IF
           IF WS-ExcType = 'X'
               ADD 1 TO WS-StaleMarks
           END-IF.

       FIND-BRANCH-ENTRY.
           PERFORM LOCATE-BRANCH-ENTRY
           IF WS-FoundBranchIdx = 0 AND WS-BranchCount < 10
               ADD 1 TO WS-BranchCount
               MOVE WS-BranchCount TO WS-FoundBranchIdx
               MOVE WS-BranchWork TO BR-Code(WS-FoundBranchIdx)
               MOVE 0 TO BR-Scanned(WS-FoundBranchIdx)
               MOVE 0 TO BR-Missing(WS-FoundBranchIdx)
               MOVE 0 TO BR-OnLoan(WS-FoundBranchIdx)
               MOVE 0 TO BR-WrongBranch(WS-FoundBranchIdx)
               MOVE 0 TO BR-Lost(WS-FoundBranchIdx)
               MOVE 0 TO BR-Unknown(WS-FoundBranchIdx)
               MOVE 0 TO BR-Found(WS-FoundBranchIdx)
           END-IF.

       LOCATE-BRANCH-ENTRY.
           MOVE 0 TO WS-FoundBranchIdx
           MOVE 'N' TO WS-BranchFound
           PERFORM VARYING WS-BranchIdx FROM 1 BY 1
                   UNTIL WS-BranchIdx > WS-BranchCount
                      OR WS-BranchFound = 'Y'
               IF BR-Code(WS-BranchIdx) = WS-BranchWork
                   MOVE WS-BranchIdx TO WS-FoundBranchIdx
                   MOVE 'Y' TO WS-BranchFound
               END-IF
           END-PERFORM.

       WRITE-STOCKTAKE-REPORT.
           OPEN OUTPUT ReportFile
           IF ReportFileStatus NOT = '00'
               DISPLAY 'Error: could not open report file. Status: '
                   ReportFileStatus
           ELSE
               PERFORM WRITE-PAGE-HEADING
               MOVE SPACES TO WS-PrintWork
               STRING 'SCAN FILE: ' WS-ScanFileName
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-REPORT-LINE

               MOVE 'M' TO WS-PrintType
               MOVE 'MISSING - OWNED, NOT ON LOAN, NOT SCANNED'
                   TO WS-BannerText
               PERFORM PRINT-EXCEPTION-SECTION
               MOVE 'N' TO WS-PrintType
               MOVE 'MISSING - NO ACCESSION ON RECORD (NOT MARKED)'
                   TO WS-BannerText
               PERFORM PRINT-EXCEPTION-SECTION
               MOVE 'O' TO WS-PrintType
               MOVE 'SCANNED BUT SHOWING AS ON LOAN' TO WS-BannerText
               PERFORM PRINT-EXCEPTION-SECTION
               MOVE 'W' TO WS-PrintType
               MOVE 'SCANNED AT THE WRONG BRANCH' TO WS-BannerText
               PERFORM PRINT-EXCEPTION-SECTION
               MOVE 'L' TO WS-PrintType
               MOVE 'SCANNED BUT BILLED AS LOST' TO WS-BannerText
               PERFORM PRINT-EXCEPTION-SECTION
               MOVE 'U' TO WS-PrintType
               MOVE 'ACCESSION NUMBERS NOT RECOGNISED'
                   TO WS-BannerText
               PERFORM PRINT-EXCEPTION-SECTION
               MOVE 'F' TO WS-PrintType
               MOVE 'PREVIOUSLY MARKED MISSING - FOUND ON SHELF'
                   TO WS-BannerText
               PERFORM PRINT-EXCEPTION-SECTION
               MOVE 'X' TO WS-PrintType
               MOVE 'MISSING MARKS WITH NO ACCESSION - TO BE CLEARED'
                   TO WS-BannerText
               PERFORM PRINT-EXCEPTION-SECTION

               PERFORM PRINT-BRANCH-COUNTS
               PERFORM PRINT-CONTROL-TOTALS

               MOVE SPACES TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               MOVE '*** END OF REPORT ***' TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               CLOSE ReportFile
               DISPLAY 'Scans read: ' WS-ScansRead
               DISPLAY 'Missing copies: ' WS-MissingCopies
               DISPLAY 'Stocktake report written to '
                   'stocktake_report.txt'
           END-IF.

       PRINT-EXCEPTION-SECTION.
           MOVE 0 TO WS-SectionCount
           PERFORM WRITE-SECTION-BANNER
           MOVE WS-ColumnHeading TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-ExcIdx FROM 1 BY 1
                   UNTIL WS-ExcIdx > WS-ExcCount
               IF EX-Type(WS-ExcIdx) = WS-PrintType
                   ADD EX-Copies(WS-ExcIdx) TO WS-SectionCount
                   IF EX-Accession(WS-ExcIdx) = SPACES
                       MOVE '(NONE)' TO Det-Accession
                   ELSE
                       MOVE EX-Accession(WS-ExcIdx) TO Det-Accession
                   END-IF
                   MOVE EX-Title(WS-ExcIdx) TO Det-Title
                   MOVE EX-ScanBranch(WS-ExcIdx) TO Det-ScanBranch
                   MOVE EX-HomeBranch(WS-ExcIdx) TO Det-HomeBranch
                   MOVE EX-Copies(WS-ExcIdx) TO Det-Copies
                   MOVE WS-ExcDetailLine TO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-SectionCount = 0
               MOVE 'None.' TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 'COPIES LISTED' TO CL-Label
               MOVE WS-SectionCount TO CL-Count
               MOVE WS-CountLine TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-BRANCH-COUNTS.
           MOVE 'COUNTS BY BRANCH' TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           MOVE WS-BranchHeading TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BranchIdx FROM 1 BY 1
                   UNTIL WS-BranchIdx > WS-BranchCount
               MOVE BR-Code(WS-BranchIdx) TO BC-Code
               MOVE BR-Scanned(WS-BranchIdx) TO BC-Scanned
               MOVE BR-Missing(WS-BranchIdx) TO BC-Missing
               MOVE BR-OnLoan(WS-BranchIdx) TO BC-OnLoan
               MOVE BR-WrongBranch(WS-BranchIdx) TO BC-WrongBranch
               MOVE BR-Lost(WS-BranchIdx) TO BC-Lost
               MOVE BR-Unknown(WS-BranchIdx) TO BC-Unknown
               MOVE BR-Found(WS-BranchIdx) TO BC-Found
               MOVE WS-BranchCountLine TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE 'BRANCHES WITH NO SCANS ARE NOT CHECKED FOR MISSING.'
               TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           MOVE 'SCAN RECORDS READ' TO CL-Label
           MOVE WS-ScansRead TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'DUPLICATE SCANS IGNORED' TO CL-Label
           MOVE WS-DuplicateScans TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'COPIES KNOWN FROM CIRCULATION' TO CL-Label
           MOVE WS-CopyTableCount TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'TITLES CHECKED FOR MISSING COPIES' TO CL-Label
           MOVE WS-TitlesChecked TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'TITLES IN TRANSIT (NOT CHECKED)' TO CL-Label
           MOVE WS-TitlesInTransit TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'COPIES MISSING' TO CL-Label
           MOVE WS-MissingCopies TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'MISSING COPIES FOUND' TO CL-Label
           MOVE WS-FoundCopies TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'COPIES MISSING WITH NO ACCESSION' TO CL-Label
           MOVE WS-UnnumberedCopies TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'NO-ACCESSION MARKS TO BE CLEARED' TO CL-Label
           MOVE WS-StaleMarks TO CL-Count
           PERFORM WRITE-COUNT-LINE
           IF WS-CopiesSkipped > 0
               MOVE SPACES TO WS-PrintWork
               STRING 'WARNING: ' WS-CopiesSkipped ' COPY RECORD(S) '
                   'NOT LOADED - COPY TABLE FULL'
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-ExcSkipped > 0
               MOVE SPACES TO WS-PrintWork
               STRING 'WARNING: ' WS-ExcSkipped ' EXCEPTION(S) '
                   'NOT LISTED - EXCEPTION TABLE FULL'
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-CountLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PageCount
           MOVE WS-PageCount TO Head-PageNo
           IF WS-PageCount = 1
               WRITE PrintLine FROM WS-HeadingLine
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PrintLine FROM WS-HeadingLine
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-LineCount.

       WRITE-REPORT-LINE.
           IF WS-LineCount >= WS-LinesPerPage
               PERFORM WRITE-PAGE-HEADING
           END-IF
           WRITE PrintLine FROM WS-PrintWork
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LineCount.

       WRITE-SECTION-BANNER.
           MOVE SPACES TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BannerText TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PrintWork
           MOVE ALL '-' TO WS-PrintWork(1:40)
           PERFORM WRITE-REPORT-LINE.

       CONFIRM-MISSING-MARKS.
           IF WS-MissingCopies = 0 AND WS-FoundCopies = 0
              AND WS-StaleMarks = 0
               DISPLAY 'No missing-copy marks to update.'
           ELSE
               DISPLAY 'Copies missing: ' WS-MissingCopies
               DISPLAY 'Marked-missing copies found: ' WS-FoundCopies
               DISPLAY 'No-accession marks to clear: ' WS-StaleMarks
               DISPLAY 'Update missing-copy marks now? Supervisor '
                   'sign-on required (Y/N): '
               ACCEPT WS-ConfirmReply
               IF FUNCTION UPPER-CASE(WS-ConfirmReply) = 'Y'
                   PERFORM OPERATOR-SIGNON
                   IF WS-SignonOK = 'Y'
                       DISPLAY 'Mark all listed missing copies (A) or '
                           'review each one (R)? '
                       ACCEPT WS-MarkMode
                       MOVE FUNCTION UPPER-CASE(WS-MarkMode)
                           TO WS-MarkMode
                       PERFORM APPLY-MISSING-MARKS
                   ELSE
                       DISPLAY 'Sign-on failed. No copies marked.'
                   END-IF
               ELSE
                   DISPLAY 'No copies marked.'
               END-IF
           END-IF.

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
                           DISPLAY 'Refused: marking missing copies '
                               'requires supervisor level.'
                           MOVE WS-SignonID TO WS-Operator
                           MOVE 'REFUSED' TO WS-AuditFunction
                           MOVE 'operators.dat' TO WS-AuditFile
                           MOVE SPACES TO WS-AuditTitle
                           MOVE SPACES TO WS-AuditBorrower
                           MOVE 'ACTION REFUSED: MARK MISSING'
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

       APPLY-MISSING-MARKS.
           MOVE 0 TO WS-MarksWritten
           MOVE 0 TO WS-MarksCleared
           OPEN I-O MissingCopiesFile
           IF MissFileStatus = '35'
               OPEN OUTPUT MissingCopiesFile
               CLOSE MissingCopiesFile
               OPEN I-O MissingCopiesFile
           END-IF

           PERFORM VARYING WS-ExcIdx FROM 1 BY 1
                   UNTIL WS-ExcIdx > WS-ExcCount
               EVALUATE EX-Type(WS-ExcIdx)
                   WHEN 'M'
                       PERFORM CONFIRM-ONE-MISSING
                       IF WS-MarkThis = 'Y'
                           PERFORM MARK-ONE-MISSING
                       END-IF
                   WHEN 'F'
                   WHEN 'X'
                       PERFORM CLEAR-FOUND-MARK
               END-EVALUATE
           END-PERFORM

           CLOSE MissingCopiesFile
           DISPLAY 'Copies marked missing: ' WS-MarksWritten
           DISPLAY 'Missing marks cleared: ' WS-MarksCleared.

       CONFIRM-ONE-MISSING.
           MOVE 'Y' TO WS-MarkThis
           IF WS-MarkMode = 'R'
               DISPLAY '------------------------------'
               DISPLAY 'Title: ' EX-Title(WS-ExcIdx)
               DISPLAY 'Accession No: ' EX-Accession(WS-ExcIdx)
               DISPLAY 'Branch: ' EX-HomeBranch(WS-ExcIdx)
               DISPLAY 'Confirm missing (Y/N): '
               ACCEPT WS-ConfirmReply
               IF FUNCTION UPPER-CASE(WS-ConfirmReply) NOT = 'Y'
                   MOVE 'N' TO WS-MarkThis
               END-IF
           END-IF.

       MARK-ONE-MISSING.
           MOVE EX-Title(WS-ExcIdx) TO Miss-BookTitle
           MOVE EX-HomeBranch(WS-ExcIdx) TO Miss-Branch
           MOVE WS-TodayFormatted TO Miss-MarkedDate
           MOVE WS-Operator TO Miss-Operator
           MOVE EX-Accession(WS-ExcIdx) TO Miss-Accession
           WRITE MissingRecord
               INVALID KEY
                   DISPLAY 'Copy ' Miss-Accession
                       ' is already marked missing.'
               NOT INVALID KEY
                   PERFORM AUDIT-MISSING-MARK
           END-WRITE.

       AUDIT-MISSING-MARK.
           ADD 1 TO WS-MarksWritten
           MOVE 'MISSING' TO WS-AuditFunction
           MOVE 'missing_copies.dat' TO WS-AuditFile
           MOVE Miss-BookTitle TO WS-AuditTitle
           MOVE SPACES TO WS-AuditBorrower
           MOVE SPACES TO WS-AuditBefore
           MOVE MissingRecord TO WS-AuditAfter
           PERFORM WRITE-AUDIT-RECORD.

       CLEAR-FOUND-MARK.
           MOVE EX-Title(WS-ExcIdx) TO Miss-BookTitle
           MOVE EX-Accession(WS-ExcIdx) TO Miss-Accession
           READ MissingCopiesFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MissingRecord TO WS-AuditBefore
                   DELETE MissingCopiesFile RECORD
                       INVALID KEY
                           DISPLAY 'Warning: could not clear mark for '
                               Miss-Accession
                       NOT INVALID KEY
                           ADD 1 TO WS-MarksCleared
                           MOVE 'FOUND' TO WS-AuditFunction
                           MOVE 'missing_copies.dat' TO WS-AuditFile
                           MOVE Miss-BookTitle TO WS-AuditTitle
                           MOVE SPACES TO WS-AuditBorrower
                           MOVE SPACES TO WS-AuditAfter
                           PERFORM WRITE-AUDIT-RECORD
                   END-DELETE
           END-READ.

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

       END PROGRAM ShelfStocktake.

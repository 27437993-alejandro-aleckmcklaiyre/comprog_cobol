       IDENTIFICATION DIVISION.
       PROGRAM-ID. WeedingReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AlbumCatalog ASSIGN TO 'albums.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cat-AlbumName
               ALTERNATE RECORD KEY IS Cat-ArtistName
                   WITH DUPLICATES
               FILE STATUS IS AlbumCatalogStatus.

           SELECT ReturnedBooksHistory ASSIGN TO 'returned_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hist-Key
               FILE STATUS IS HistFileStatus.

           SELECT HistoryArchive ASSIGN TO WS-HistArchiveName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Arch-Hist-Key
               FILE STATUS IS HistArchStatus.

           SELECT BorrowedBooksFile ASSIGN TO 'borrowed_books.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Book-Key
               ALTERNATE RECORD KEY IS BorrowerName WITH DUPLICATES
               FILE STATUS IS FileStatus.

           SELECT BookReservations ASSIGN TO 'book_reservations.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Resv-Key
               FILE STATUS IS ResvFileStatus.

           SELECT HoldShelfFile ASSIGN TO 'hold_shelf.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Key
               FILE STATUS IS HoldFileStatus.

           SELECT ReportFile ASSIGN TO 'weeding_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT ExtractFile ASSIGN TO 'weeding_extract.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExtractFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AlbumCatalog.
       01  CatalogAlbumRecord.
           05  Cat-AlbumName         PIC X(50).
           05  Cat-ArtistName        PIC X(50).
           05  Cat-ReleaseYear       PIC 9(4).
           05  Cat-CopiesOwned       PIC 9(3).
           05  Cat-ReplacementCost   PIC 9(5)V99.
           05  Cat-Branch            PIC X(3).
           05  Cat-TransitTo         PIC X(3).

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

       FD  HistoryArchive.
       01  ArchHistoryRecord.
           05  Arch-Hist-Key.
               10  Arch-Hist-BookTitle    PIC X(50).
               10  Arch-Hist-Accession    PIC X(8).
               10  Arch-Hist-ReturnDate   PIC X(10).
           05  Arch-Hist-Author           PIC X(50).
           05  Arch-Hist-Borrower         PIC X(30).
           05  Arch-Hist-DateBorrowed     PIC X(10).
           05  Arch-Hist-Branch           PIC X(3).

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

       FD  BookReservations.
       01  ReservationRecord.
           05  Resv-Key.
               10  Resv-BookTitle    PIC X(50).
               10  Resv-Timestamp    PIC X(21).
           05  Resv-BorrowerName     PIC X(30).
           05  Resv-Branch           PIC X(3).

       FD  HoldShelfFile.
       01  HoldRecord.
           05  Hold-Key.
               10  Hold-BookTitle    PIC X(50).
               10  Hold-Accession    PIC X(8).
           05  Hold-Borrower         PIC X(30).
           05  Hold-PlacedDate       PIC X(10).
           05  Hold-Deadline         PIC X(10).

       FD  ReportFile.
       01  PrintLine                 PIC X(90).

       FD  ExtractFile.
       01  ExtractRecord.
           05  Wx-Branch             PIC X(3).
           05  Wx-Title              PIC X(50).
           05  Wx-Artist             PIC X(50).
           05  Wx-CopiesOwned        PIC 9(3).
           05  Wx-Lifetime           PIC 9(5).
           05  Wx-SinceCutoff        PIC 9(5).
           05  Wx-Recent             PIC 9(5).
           05  Wx-LastBorrowed       PIC X(10).
           05  Wx-ExcessCopies       PIC 9(3).
           05  Wx-Reason             PIC X(7).
           05  Wx-Decision           PIC X.
           05  Wx-DecisionCopies     PIC X(3).

       WORKING-STORAGE SECTION.
       01  AlbumCatalogStatus    PIC X(2).
       01  HistFileStatus        PIC X(2).
       01  HistArchStatus        PIC X(2).
       01  FileStatus            PIC X(2).
       01  ResvFileStatus        PIC X(2).
       01  HoldFileStatus        PIC X(2).
       01  ReportFileStatus      PIC X(2).
       01  ExtractFileStatus     PIC X(2).

       01  WS-HistArchiveName    PIC X(40).
       01  WS-ArchDateEntered    PIC X(10).
       01  WS-ArchDateCount      PIC 9(2) VALUE 0.
       01  WS-ArchDateIdx        PIC 9(2).
       01  WS-ArchDateFound      PIC X VALUE 'N'.
       01  WS-MoreArchives       PIC X VALUE 'Y'.
       01  ArchiveDateTable.
           05  WS-ArchDate OCCURS 20 TIMES PIC X(10).

       01  WS-TodayDate.
           05  WS-TodayYYYYMMDD  PIC 9(8).
           05  FILLER            PIC X(14).
       01  WS-TodayFormatted     PIC X(10).

       01  WS-CutoffDate         PIC X(10).
       01  WS-RecentMonths       PIC 9(3).
       01  WS-RecentFrom         PIC X(10).
       01  WS-LowUseLimit        PIC 9(3).
       01  WS-LoansPerCopy       PIC 9(3).
       01  WS-ReplyNumber        PIC X(3).
       01  WS-MonthTotal         PIC 9(6).

       01  WS-DateToValidate     PIC X(10).
       01  WS-Year               PIC 9(4).
       01  WS-Month              PIC 9(2).
       01  WS-Day                PIC 9(2).
       01  WS-DaysInMonth        PIC 9(2).
       01  WS-LeapYear           PIC X VALUE 'N'.
       01  InvalidDate           PIC X VALUE 'N'.

       01  WS-TitleTableCount    PIC 9(4) VALUE 0.
       01  WS-TitlesSkipped      PIC 9(5) VALUE 0.
       01  TitleTable.
           05  TitleEntry OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-TitleTableCount
               ASCENDING KEY IS TT-Branch TT-Title
               INDEXED BY TT-Idx.
               10  TT-Branch     PIC X(3).
               10  TT-Title      PIC X(50).
               10  TT-Artist     PIC X(50).
               10  TT-Owned      PIC 9(3).
               10  TT-Lifetime   PIC 9(5).
               10  TT-Since      PIC 9(5).
               10  TT-Recent     PIC 9(5).
               10  TT-LastBorrowed PIC X(10).
               10  TT-Excluded   PIC X.
               10  TT-Excess     PIC 9(3).
               10  TT-Reason     PIC X(7).

       01  WS-CopyTableCount     PIC 9(4) VALUE 0.
       01  WS-CopiesSkipped      PIC 9(5) VALUE 0.
       01  CopyTable.
           05  CopyEntry OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CopyTableCount.
               10  CP-Title      PIC X(50).
               10  CP-Accession  PIC X(8).
               10  CP-Lifetime   PIC 9(5).
               10  CP-Since      PIC 9(5).
               10  CP-Recent     PIC 9(5).
               10  CP-LastBorrowed PIC X(10).

       01  WS-TableIdx           PIC 9(4).
       01  WS-CopyIdx            PIC 9(4).
       01  WS-TitleIdx           PIC 9(4).
       01  WS-MatchFound         PIC X VALUE 'N'.
       01  WS-ExcludeTitle       PIC X(50).

       01  WS-TallyTitle         PIC X(50).
       01  WS-TallyAccession     PIC X(8).
       01  WS-TallyBorrowed      PIC X(10).

       01  WS-Needed             PIC 9(5).
       01  WS-CopiesListed       PIC 9(3).
       01  WS-UnseenCopies       PIC 9(3).
       01  WS-CurrentBranch      PIC X(3).

       01  WS-CatalogRead        PIC 9(5) VALUE 0.
       01  WS-ExcludedCount      PIC 9(5) VALUE 0.
       01  WS-LiveHistRead       PIC 9(7) VALUE 0.
       01  WS-ArchHistRead       PIC 9(7) VALUE 0.
       01  WS-ArchFilesRead      PIC 9(3) VALUE 0.
       01  WS-NotInCatalog       PIC 9(7) VALUE 0.
       01  WS-ExtractCount       PIC 9(5) VALUE 0.

       01  WS-BranchTitles       PIC 9(5) VALUE 0.
       01  WS-BranchOwned        PIC 9(6) VALUE 0.
       01  WS-BranchExcess       PIC 9(6) VALUE 0.
       01  WS-TotalTitles        PIC 9(5) VALUE 0.
       01  WS-TotalOwned         PIC 9(6) VALUE 0.
       01  WS-TotalExcess        PIC 9(6) VALUE 0.

       01  WS-PageCount          PIC 9(3) VALUE 0.
       01  WS-LineCount          PIC 9(2) VALUE 0.
       01  WS-LinesPerPage       PIC 9(2) VALUE 55.
       01  WS-PrintWork          PIC X(90).
       01  WS-BannerText         PIC X(90).

       01  WS-HeadingLine.
           05  FILLER            PIC X(34)
               VALUE 'LIBRARY COLLECTION WEEDING REPORT'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  Head-RunDate      PIC X(10).
           05  FILLER            PIC X(13) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE 'PAGE '.
           05  Head-PageNo       PIC ZZ9.

       01  WS-ColumnHeading.
           05  FILLER            PIC X(37) VALUE 'TITLE'.
           05  FILLER            PIC X(5) VALUE 'OWN'.
           05  FILLER            PIC X(8) VALUE 'LIFETIME'.
           05  FILLER            PIC X(8) VALUE '   SINCE'.
           05  FILLER            PIC X(8) VALUE '  RECENT'.
           05  FILLER            PIC X(12) VALUE 'LAST LOAN'.
           05  FILLER            PIC X(5) VALUE 'EXCS'.
           05  FILLER            PIC X(7) VALUE 'REASON'.

       01  WS-TitleLine.
           05  TL-Title          PIC X(36).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  TL-Owned          PIC ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-Lifetime       PIC ZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-Since          PIC ZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-Recent         PIC ZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-LastBorrowed   PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-Excess         PIC ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-Reason         PIC X(7).

       01  WS-CopyLine.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE 'COPY '.
           05  CPL-Accession     PIC X(8).
           05  FILLER            PIC X(25) VALUE SPACES.
           05  CPL-Lifetime      PIC ZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CPL-Since         PIC ZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CPL-Recent        PIC ZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CPL-LastBorrowed  PIC X(10).

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
           DISPLAY '   COLLECTION WEEDING REPORT  '
           DISPLAY '=============================='
           PERFORM ACCEPT-WEEDING-OPTIONS

           OPEN INPUT AlbumCatalog
           IF AlbumCatalogStatus = '35'
               DISPLAY 'Album catalog not found. Nothing to report.'
           ELSE
               PERFORM LOAD-CATALOG-TITLES
               CLOSE AlbumCatalog
               PERFORM MARK-TITLES-ON-LOAN
               PERFORM MARK-TITLES-RESERVED
               PERFORM MARK-TITLES-ON-HOLD
               PERFORM TALLY-LIVE-HISTORY
               PERFORM TALLY-ARCHIVES
               PERFORM SELECT-CANDIDATES
               PERFORM WRITE-WEEDING-REPORT
           END-IF.

           STOP RUN.

       ACCEPT-WEEDING-OPTIONS.
           MOVE 'Y' TO InvalidDate
           PERFORM UNTIL InvalidDate = 'N'
               DISPLAY 'Enter use cutoff date (YYYY-MM-DD). Titles '
                   'with little or no use since this date are listed: '
               ACCEPT WS-CutoffDate
               MOVE WS-CutoffDate TO WS-DateToValidate
               PERFORM VALIDATE-CALENDAR-DATE
               IF InvalidDate = 'Y'
                   DISPLAY 'Invalid date. Please try again.'
               END-IF
           END-PERFORM

           DISPLAY 'Enter number of months for recent checkouts '
               '(blank for 12): '
           ACCEPT WS-ReplyNumber
           IF WS-ReplyNumber = SPACES
               MOVE 12 TO WS-RecentMonths
           ELSE
               COMPUTE WS-RecentMonths = FUNCTION NUMVAL(WS-ReplyNumber)
           END-IF
           IF WS-RecentMonths = 0
               MOVE 12 TO WS-RecentMonths
           END-IF

           DISPLAY 'List titles with at most how many checkouts '
               'since the cutoff (blank for 0): '
           ACCEPT WS-ReplyNumber
           IF WS-ReplyNumber = SPACES
               MOVE 0 TO WS-LowUseLimit
           ELSE
               COMPUTE WS-LowUseLimit = FUNCTION NUMVAL(WS-ReplyNumber)
           END-IF

           DISPLAY 'Recent checkouts needed to justify each copy '
               '(blank for 2): '
           ACCEPT WS-ReplyNumber
           IF WS-ReplyNumber = SPACES
               MOVE 2 TO WS-LoansPerCopy
           ELSE
               COMPUTE WS-LoansPerCopy = FUNCTION NUMVAL(WS-ReplyNumber)
           END-IF
           IF WS-LoansPerCopy = 0
               MOVE 1 TO WS-LoansPerCopy
           END-IF

           PERFORM COMPUTE-RECENT-FROM

           MOVE 0 TO WS-ArchDateCount
           MOVE 'Y' TO WS-MoreArchives
           PERFORM UNTIL WS-MoreArchives = 'N'
                      OR WS-ArchDateCount >= 20
               DISPLAY 'Enter history archive run date to include '
                   '(YYYY-MM-DD, blank when done): '
               ACCEPT WS-ArchDateEntered
               IF WS-ArchDateEntered = SPACES
                   MOVE 'N' TO WS-MoreArchives
               ELSE
                   PERFORM ADD-ARCHIVE-DATE
               END-IF
           END-PERFORM.

       ADD-ARCHIVE-DATE.
           MOVE WS-ArchDateEntered TO WS-DateToValidate
           PERFORM VALIDATE-CALENDAR-DATE
           IF InvalidDate = 'Y'
               DISPLAY 'Invalid date. Please try again.'
           ELSE
               MOVE 'N' TO WS-ArchDateFound
               PERFORM VARYING WS-ArchDateIdx FROM 1 BY 1
                       UNTIL WS-ArchDateIdx > WS-ArchDateCount
                   IF WS-ArchDate(WS-ArchDateIdx) = WS-ArchDateEntered
                       MOVE 'Y' TO WS-ArchDateFound
                   END-IF
               END-PERFORM
               IF WS-ArchDateFound = 'Y'
                   DISPLAY 'That archive is already included.'
               ELSE
                   ADD 1 TO WS-ArchDateCount
                   MOVE WS-ArchDateEntered
                       TO WS-ArchDate(WS-ArchDateCount)
               END-IF
           END-IF.

       COMPUTE-RECENT-FROM.
           MOVE WS-TodayFormatted(1:4) TO WS-Year
           MOVE WS-TodayFormatted(6:2) TO WS-Month
           MOVE WS-TodayFormatted(9:2) TO WS-Day
           COMPUTE WS-MonthTotal =
               WS-Year * 12 + WS-Month - 1 - WS-RecentMonths
           COMPUTE WS-Year = WS-MonthTotal / 12
           COMPUTE WS-Month = WS-MonthTotal - WS-Year * 12 + 1
           PERFORM DETERMINE-DAYS-IN-MONTH
           IF WS-Day > WS-DaysInMonth
               MOVE WS-DaysInMonth TO WS-Day
           END-IF
           MOVE SPACES TO WS-RecentFrom
           STRING WS-Year '-' WS-Month '-' WS-Day
               DELIMITED BY SIZE INTO WS-RecentFrom.

       LOAD-CATALOG-TITLES.
           MOVE 0 TO WS-TitleTableCount
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
                       ADD 1 TO WS-CatalogRead
                       IF WS-TitleTableCount < 2000
                           ADD 1 TO WS-TitleTableCount
                           PERFORM LOAD-ONE-TITLE
                       ELSE
                           ADD 1 TO WS-TitlesSkipped
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-TITLE.
           SET TT-Idx TO WS-TitleTableCount
           MOVE Cat-Branch TO TT-Branch(TT-Idx)
           IF Cat-Branch = SPACES
               MOVE '***' TO TT-Branch(TT-Idx)
           END-IF
           MOVE Cat-AlbumName TO TT-Title(TT-Idx)
           MOVE Cat-ArtistName TO TT-Artist(TT-Idx)
           MOVE Cat-CopiesOwned TO TT-Owned(TT-Idx)
           MOVE 0 TO TT-Lifetime(TT-Idx)
           MOVE 0 TO TT-Since(TT-Idx)
           MOVE 0 TO TT-Recent(TT-Idx)
           MOVE SPACES TO TT-LastBorrowed(TT-Idx)
           MOVE 'N' TO TT-Excluded(TT-Idx)
           MOVE 0 TO TT-Excess(TT-Idx)
           MOVE SPACES TO TT-Reason(TT-Idx).

       FIND-TITLE-ENTRY.
           MOVE 0 TO WS-TitleIdx
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-TitleTableCount
                      OR WS-TitleIdx > 0
               IF TT-Title(WS-TableIdx) = WS-TallyTitle
                   MOVE WS-TableIdx TO WS-TitleIdx
               END-IF
           END-PERFORM.

       EXCLUDE-TITLE.
           MOVE WS-ExcludeTitle TO WS-TallyTitle
           PERFORM FIND-TITLE-ENTRY
           IF WS-TitleIdx > 0
               IF TT-Excluded(WS-TitleIdx) = 'N'
                   MOVE 'Y' TO TT-Excluded(WS-TitleIdx)
                   ADD 1 TO WS-ExcludedCount
               END-IF
           END-IF.

       MARK-TITLES-ON-LOAN.
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
                           MOVE BookTitle TO WS-ExcludeTitle
                           PERFORM EXCLUDE-TITLE
                   END-READ
               END-PERFORM
               CLOSE BorrowedBooksFile
           END-IF.

       MARK-TITLES-RESERVED.
           OPEN INPUT BookReservations
           IF ResvFileStatus = '35'
               CONTINUE
           ELSE
               MOVE SPACES TO ResvFileStatus
               PERFORM UNTIL ResvFileStatus = '10'
                   READ BookReservations NEXT INTO ReservationRecord
                       AT END
                           MOVE '10' TO ResvFileStatus
                       NOT AT END
                           MOVE Resv-BookTitle TO WS-ExcludeTitle
                           PERFORM EXCLUDE-TITLE
                   END-READ
               END-PERFORM
               CLOSE BookReservations
           END-IF.

       MARK-TITLES-ON-HOLD.
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
                           MOVE Hold-BookTitle TO WS-ExcludeTitle
                           PERFORM EXCLUDE-TITLE
                   END-READ
               END-PERFORM
               CLOSE HoldShelfFile
           END-IF.

       TALLY-LIVE-HISTORY.
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
                           ADD 1 TO WS-LiveHistRead
                           MOVE Hist-BookTitle TO WS-TallyTitle
                           MOVE Hist-Accession TO WS-TallyAccession
                           MOVE Hist-DateBorrowed TO WS-TallyBorrowed
                           PERFORM TALLY-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE ReturnedBooksHistory
           END-IF.

       TALLY-ARCHIVES.
           PERFORM VARYING WS-ArchDateIdx FROM 1 BY 1
                   UNTIL WS-ArchDateIdx > WS-ArchDateCount
               MOVE SPACES TO WS-HistArchiveName
               STRING 'history_archive_'
                   WS-ArchDate(WS-ArchDateIdx)(1:4)
                   WS-ArchDate(WS-ArchDateIdx)(6:2)
                   WS-ArchDate(WS-ArchDateIdx)(9:2) '.dat'
                   DELIMITED BY SIZE INTO WS-HistArchiveName
               OPEN INPUT HistoryArchive
               IF HistArchStatus NOT = '00'
                   DISPLAY 'Archive not found: ' WS-HistArchiveName
               ELSE
                   ADD 1 TO WS-ArchFilesRead
                   PERFORM TALLY-ONE-ARCHIVE
                   CLOSE HistoryArchive
               END-IF
           END-PERFORM.

       TALLY-ONE-ARCHIVE.
           MOVE SPACES TO HistArchStatus
           PERFORM UNTIL HistArchStatus = '10'
               READ HistoryArchive NEXT INTO ArchHistoryRecord
                   AT END
                       MOVE '10' TO HistArchStatus
                   NOT AT END
                       ADD 1 TO WS-ArchHistRead
                       MOVE Arch-Hist-BookTitle TO WS-TallyTitle
                       MOVE Arch-Hist-Accession TO WS-TallyAccession
                       MOVE Arch-Hist-DateBorrowed TO WS-TallyBorrowed
                       PERFORM TALLY-ONE-LOAN
               END-READ
           END-PERFORM.

       TALLY-ONE-LOAN.
           PERFORM FIND-TITLE-ENTRY
           IF WS-TitleIdx = 0
               ADD 1 TO WS-NotInCatalog
           ELSE
               ADD 1 TO TT-Lifetime(WS-TitleIdx)
               IF WS-TallyBorrowed >= WS-CutoffDate
                   ADD 1 TO TT-Since(WS-TitleIdx)
               END-IF
               IF WS-TallyBorrowed >= WS-RecentFrom
                   ADD 1 TO TT-Recent(WS-TitleIdx)
               END-IF
               IF WS-TallyBorrowed > TT-LastBorrowed(WS-TitleIdx)
                   MOVE WS-TallyBorrowed TO TT-LastBorrowed(WS-TitleIdx)
               END-IF
               PERFORM TALLY-COPY-LOAN
           END-IF.

       TALLY-COPY-LOAN.
           MOVE 0 TO WS-CopyIdx
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-CopyTableCount
                      OR WS-CopyIdx > 0
               IF CP-Accession(WS-TableIdx) = WS-TallyAccession
                  AND CP-Title(WS-TableIdx) = WS-TallyTitle
                   MOVE WS-TableIdx TO WS-CopyIdx
               END-IF
           END-PERFORM
           IF WS-CopyIdx = 0
               IF WS-CopyTableCount < 5000
                   ADD 1 TO WS-CopyTableCount
                   MOVE WS-CopyTableCount TO WS-CopyIdx
                   MOVE WS-TallyTitle TO CP-Title(WS-CopyIdx)
                   MOVE WS-TallyAccession TO CP-Accession(WS-CopyIdx)
                   MOVE 0 TO CP-Lifetime(WS-CopyIdx)
                   MOVE 0 TO CP-Since(WS-CopyIdx)
                   MOVE 0 TO CP-Recent(WS-CopyIdx)
                   MOVE SPACES TO CP-LastBorrowed(WS-CopyIdx)
               ELSE
                   ADD 1 TO WS-CopiesSkipped
               END-IF
           END-IF
           IF WS-CopyIdx > 0
               ADD 1 TO CP-Lifetime(WS-CopyIdx)
               IF WS-TallyBorrowed >= WS-CutoffDate
                   ADD 1 TO CP-Since(WS-CopyIdx)
               END-IF
               IF WS-TallyBorrowed >= WS-RecentFrom
                   ADD 1 TO CP-Recent(WS-CopyIdx)
               END-IF
               IF WS-TallyBorrowed > CP-LastBorrowed(WS-CopyIdx)
                   MOVE WS-TallyBorrowed TO CP-LastBorrowed(WS-CopyIdx)
               END-IF
           END-IF.

       SELECT-CANDIDATES.
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-TitleTableCount
               IF TT-Excluded(WS-TableIdx) = 'N'
                   PERFORM ASSESS-ONE-TITLE
               END-IF
           END-PERFORM.

       ASSESS-ONE-TITLE.
           COMPUTE WS-Needed =
               (TT-Recent(WS-TableIdx) + WS-LoansPerCopy - 1)
               / WS-LoansPerCopy
           IF WS-Needed = 0
               MOVE 1 TO WS-Needed
           END-IF
           IF TT-Owned(WS-TableIdx) > WS-Needed
               COMPUTE TT-Excess(WS-TableIdx) =
                   TT-Owned(WS-TableIdx) - WS-Needed
           ELSE
               MOVE 0 TO TT-Excess(WS-TableIdx)
           END-IF

           EVALUATE TRUE
               WHEN TT-Lifetime(WS-TableIdx) = 0
                   MOVE 'NEVER' TO TT-Reason(WS-TableIdx)
               WHEN TT-Since(WS-TableIdx) = 0
                   MOVE 'NO USE' TO TT-Reason(WS-TableIdx)
               WHEN TT-Since(WS-TableIdx) <= WS-LowUseLimit
                   MOVE 'LOW USE' TO TT-Reason(WS-TableIdx)
               WHEN TT-Excess(WS-TableIdx) > 0
                   MOVE 'EXCESS' TO TT-Reason(WS-TableIdx)
               WHEN OTHER
                   MOVE SPACES TO TT-Reason(WS-TableIdx)
           END-EVALUATE.

       WRITE-WEEDING-REPORT.
           OPEN OUTPUT ReportFile
           IF ReportFileStatus NOT = '00'
               DISPLAY 'Error: could not open report file. Status: '
                   ReportFileStatus
           ELSE
               OPEN OUTPUT ExtractFile
               IF ExtractFileStatus NOT = '00'
                   DISPLAY 'Error: could not open extract file. '
                       'Status: ' ExtractFileStatus
                   CLOSE ReportFile
               ELSE
                   PERFORM WRITE-PAGE-HEADING
                   PERFORM PRINT-REPORT-OPTIONS
                   IF WS-TitleTableCount > 0
                       SORT TitleEntry
                   END-IF
                   MOVE SPACES TO WS-CurrentBranch
                   PERFORM VARYING WS-TableIdx FROM 1 BY 1
                           UNTIL WS-TableIdx > WS-TitleTableCount
                       IF TT-Excluded(WS-TableIdx) = 'N'
                          AND TT-Reason(WS-TableIdx) NOT = SPACES
                           PERFORM PRINT-CANDIDATE-TITLE
                       END-IF
                   END-PERFORM
                   IF WS-CurrentBranch NOT = SPACES
                       PERFORM PRINT-BRANCH-SUBTOTAL
                   END-IF
                   PERFORM PRINT-GRAND-TOTALS

                   MOVE SPACES TO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
                   MOVE '*** END OF REPORT ***' TO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
                   CLOSE ReportFile
                   CLOSE ExtractFile
                   DISPLAY 'Candidate titles: ' WS-TotalTitles
                   DISPLAY 'Weeding report written to '
                       'weeding_report.txt'
                   DISPLAY 'Candidate extract written to '
                       'weeding_extract.dat'
               END-IF
           END-IF.

       PRINT-REPORT-OPTIONS.
           MOVE SPACES TO WS-PrintWork
           STRING 'USE CUTOFF DATE: ' WS-CutoffDate
               '   LOW USE: AT MOST ' WS-LowUseLimit
               ' CHECKOUT(S) SINCE CUTOFF'
               DELIMITED BY SIZE INTO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PrintWork
           STRING 'RECENT = LAST ' WS-RecentMonths ' MONTH(S), FROM '
               WS-RecentFrom '   COPIES JUSTIFIED BY EVERY '
               WS-LoansPerCopy ' RECENT CHECKOUT(S)'
               DELIMITED BY SIZE INTO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PrintWork
           STRING 'TITLES ON LOAN, RESERVED OR ON THE HOLD SHELF '
               'ARE NOT LISTED.'
               DELIMITED BY SIZE INTO WS-PrintWork
           PERFORM WRITE-REPORT-LINE.

       PRINT-CANDIDATE-TITLE.
           IF TT-Branch(WS-TableIdx) NOT = WS-CurrentBranch
               IF WS-CurrentBranch NOT = SPACES
                   PERFORM PRINT-BRANCH-SUBTOTAL
               END-IF
               MOVE TT-Branch(WS-TableIdx) TO WS-CurrentBranch
               MOVE 0 TO WS-BranchTitles
               MOVE 0 TO WS-BranchOwned
               MOVE 0 TO WS-BranchExcess
               MOVE SPACES TO WS-BannerText
               STRING 'BRANCH: ' WS-CurrentBranch
                   DELIMITED BY SIZE INTO WS-BannerText
               PERFORM WRITE-SECTION-BANNER
               MOVE WS-ColumnHeading TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF

           ADD 1 TO WS-BranchTitles
           ADD TT-Owned(WS-TableIdx) TO WS-BranchOwned
           ADD TT-Excess(WS-TableIdx) TO WS-BranchExcess

           MOVE TT-Title(WS-TableIdx) TO TL-Title
           MOVE TT-Owned(WS-TableIdx) TO TL-Owned
           MOVE TT-Lifetime(WS-TableIdx) TO TL-Lifetime
           MOVE TT-Since(WS-TableIdx) TO TL-Since
           MOVE TT-Recent(WS-TableIdx) TO TL-Recent
           IF TT-LastBorrowed(WS-TableIdx) = SPACES
               MOVE 'NEVER' TO TL-LastBorrowed
           ELSE
               MOVE TT-LastBorrowed(WS-TableIdx) TO TL-LastBorrowed
           END-IF
           MOVE TT-Excess(WS-TableIdx) TO TL-Excess
           MOVE TT-Reason(WS-TableIdx) TO TL-Reason
           MOVE WS-TitleLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-CopiesListed
           PERFORM VARYING WS-CopyIdx FROM 1 BY 1
                   UNTIL WS-CopyIdx > WS-CopyTableCount
               IF CP-Title(WS-CopyIdx) = TT-Title(WS-TableIdx)
                   ADD 1 TO WS-CopiesListed
                   MOVE CP-Accession(WS-CopyIdx) TO CPL-Accession
                   MOVE CP-Lifetime(WS-CopyIdx) TO CPL-Lifetime
                   MOVE CP-Since(WS-CopyIdx) TO CPL-Since
                   MOVE CP-Recent(WS-CopyIdx) TO CPL-Recent
                   MOVE CP-LastBorrowed(WS-CopyIdx) TO CPL-LastBorrowed
                   MOVE WS-CopyLine TO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF TT-Owned(WS-TableIdx) > WS-CopiesListed
               COMPUTE WS-UnseenCopies =
                   TT-Owned(WS-TableIdx) - WS-CopiesListed
               MOVE SPACES TO WS-PrintWork
               STRING '    ' WS-UnseenCopies ' COPY(IES) WITH NO '
                   'CHECKOUTS ON RECORD'
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM WRITE-EXTRACT-RECORD.

       WRITE-EXTRACT-RECORD.
           MOVE TT-Branch(WS-TableIdx) TO Wx-Branch
           MOVE TT-Title(WS-TableIdx) TO Wx-Title
           MOVE TT-Artist(WS-TableIdx) TO Wx-Artist
           MOVE TT-Owned(WS-TableIdx) TO Wx-CopiesOwned
           MOVE TT-Lifetime(WS-TableIdx) TO Wx-Lifetime
           MOVE TT-Since(WS-TableIdx) TO Wx-SinceCutoff
           MOVE TT-Recent(WS-TableIdx) TO Wx-Recent
           MOVE TT-LastBorrowed(WS-TableIdx) TO Wx-LastBorrowed
           MOVE TT-Excess(WS-TableIdx) TO Wx-ExcessCopies
           MOVE TT-Reason(WS-TableIdx) TO Wx-Reason
           MOVE SPACES TO Wx-Decision
           MOVE SPACES TO Wx-DecisionCopies
           WRITE ExtractRecord
           ADD 1 TO WS-ExtractCount.

       PRINT-BRANCH-SUBTOTAL.
           MOVE SPACES TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PrintWork
           STRING 'BRANCH ' WS-CurrentBranch ' SUBTOTAL   TITLES: '
               WS-BranchTitles '   COPIES OWNED: ' WS-BranchOwned
               '   EXCESS COPIES: ' WS-BranchExcess
               DELIMITED BY SIZE INTO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           ADD WS-BranchTitles TO WS-TotalTitles
           ADD WS-BranchOwned TO WS-TotalOwned
           ADD WS-BranchExcess TO WS-TotalExcess.

       PRINT-GRAND-TOTALS.
           MOVE 'CONTROL TOTALS' TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           MOVE 'CATALOG TITLES READ' TO CL-Label
           MOVE WS-CatalogRead TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'TITLES ON LOAN/RESERVED/ON HOLD' TO CL-Label
           MOVE WS-ExcludedCount TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'HISTORY RECORDS READ (CURRENT)' TO CL-Label
           MOVE WS-LiveHistRead TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'ARCHIVE FILES READ' TO CL-Label
           MOVE WS-ArchFilesRead TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'HISTORY RECORDS READ (ARCHIVED)' TO CL-Label
           MOVE WS-ArchHistRead TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'LOANS FOR TITLES NOT IN CATALOG' TO CL-Label
           MOVE WS-NotInCatalog TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'CANDIDATE TITLES LISTED' TO CL-Label
           MOVE WS-TotalTitles TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'COPIES OWNED OF CANDIDATE TITLES' TO CL-Label
           MOVE WS-TotalOwned TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'COPIES ABOVE DEMAND' TO CL-Label
           MOVE WS-TotalExcess TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'EXTRACT RECORDS WRITTEN' TO CL-Label
           MOVE WS-ExtractCount TO CL-Count
           PERFORM WRITE-COUNT-LINE
           IF WS-TitlesSkipped > 0
               MOVE SPACES TO WS-PrintWork
               STRING 'WARNING: ' WS-TitlesSkipped ' CATALOG TITLE(S) '
                   'EXCEEDED THE 2000-TITLE LIMIT.'
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-CopiesSkipped > 0
               MOVE SPACES TO WS-PrintWork
               STRING 'WARNING: ' WS-CopiesSkipped ' LOAN(S) '
                   'EXCEEDED THE 5000-COPY LIMIT.'
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

       END PROGRAM WeedingReport.

               RECORD KEY IS RC-Key
               FILE STATUS IS RunCtlStatus.

           SELECT ClosuresFile ASSIGN TO 'closures.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Clos-Key
               FILE STATUS IS ClosFileStatus.

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

           SELECT BorrowedBooksFile ASSIGN TO 'borrowed_books.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Book-Key
               ALTERNATE RECORD KEY IS BorrowerName WITH DUPLICATES
               FILE STATUS IS FileStatus.

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

           SELECT SnapshotFile ASSIGN TO WS-SnapName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SnapFileStatus.

           SELECT RunLogReport ASSIGN TO WS-RunLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
           05  RC-StartStamp         PIC X(21).
           05  RC-EndStamp           PIC X(21).
           05  RC-Status             PIC X.
           05  RC-SnapCount          PIC 9.
           05  RC-SnapEntry OCCURS 3 TIMES.
               10  RC-SnapFile       PIC X(20).
               10  RC-SnapName       PIC X(40).
               10  RC-CountBefore    PIC 9(9).
               10  RC-CountAfter     PIC 9(9).
           05  RC-RestoreCount       PIC 9(2).

       FD  ClosuresFile.
       01  ClosureRecord.
           05  Clos-Key.
               10  Clos-Branch       PIC X(3).
               10  Clos-Date         PIC X(10).
           05  Clos-Reason           PIC X(30).

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

       FD  SnapshotFile.
       01  SnapshotRecord            PIC X(600).

       FD  RunLogReport.
       01  PrintLine                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  RunCtlStatus          PIC X(2).
       01  ClosFileStatus        PIC X(2).
       01  AlbumCatalogStatus    PIC X(2).
       01  MembFileStatus        PIC X(2).
       01  FileStatus            PIC X(2).
       01  FinesFileStatus       PIC X(2).
       01  ChgFileStatus         PIC X(2).
       01  SnapFileStatus        PIC X(2).
       01  ReportFileStatus      PIC X(2).

       01  WS-TodayDate.
           05  WS-TodayYYYYMMDD  PIC 9(8).
       01  WS-ProgramTable REDEFINES WS-ProgramTableData.
           05  WS-ProgramName OCCURS 4 TIMES PIC X(18).

       01  WS-StepFileData.
           05  FILLER            PIC X(20) VALUE 'borrowed_books.dat'.
           05  FILLER            PIC X(20) VALUE 'fines.dat'.
           05  FILLER            PIC X(20) VALUE 'charges.dat'.
           05  FILLER            PIC X(20) VALUE 'borrowed_books.dat'.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(60) VALUE SPACES.
           05  FILLER            PIC X(60) VALUE SPACES.
       01  WS-StepFileTable REDEFINES WS-StepFileData.
           05  WS-StepFiles OCCURS 4 TIMES.
               10  WS-StepFile OCCURS 3 TIMES PIC X(20).

       01  WS-StepIdx            PIC 9(2).
       01  WS-SnapIdx            PIC 9.
       01  WS-SnapFileWork       PIC X(20).
       01  WS-SnapName           PIC X(40).
       01  WS-SnapBase           PIC X(20).
       01  WS-RunDateDigits      PIC X(8).
       01  WS-RecCount           PIC 9(9).
       01  WS-RejectCount        PIC 9(9).
       01  WS-TrailerSeen        PIC X VALUE 'N'.
       01  WS-SnapOK             PIC X VALUE 'Y'.
       01  WS-RestoreOK          PIC X VALUE 'Y'.
       01  WS-RestoreReply       PIC X.
       01  WS-StepAction         PIC X(16).
       01  WS-StepsRestored      PIC 9(2) VALUE 0.

       01  WS-TrailerRecord.
           05  WS-TrailerTag     PIC X(8).
           05  WS-TrailerCount   PIC 9(9).

       01  WS-LockRefused        PIC X VALUE 'N'.
       01  WS-LockReply          PIC X.
       01  WS-RunStartStamp      PIC X(21).

       01  WS-StampIn            PIC X(21).
       01  WS-StampOut           PIC X(19).
       01  WS-RunLogName         PIC X(40).
       01  WS-PrintWork          PIC X(100).

       01  WS-LogHeading.
           05  FILLER            PIC X(34)
               VALUE 'NIGHTLY BATCH RUN LOG'.
           05  FILLER            PIC X(15) VALUE 'BUSINESS DATE: '.
           05  LH-BusinessDate   PIC X(10).
           05  FILLER            PIC X(10) VALUE '  STARTED '.
           05  LH-Started        PIC X(19).

       01  WS-LogColumns.
           05  FILLER            PIC X(6) VALUE 'STEP'.
           05  FILLER            PIC X(22) VALUE 'NAME'.
           05  FILLER            PIC X(18) VALUE 'ACTION'.
           05  FILLER            PIC X(21) VALUE 'STARTED'.
           05  FILLER            PIC X(19) VALUE 'ENDED'.

       01  WS-StepLogLine.
           05  SL-StepNo         PIC Z9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  SL-StepName       PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SL-Action         PIC X(16).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SL-Started        PIC X(19).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SL-Ended          PIC X(19).

       01  WS-FileLogLine.
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FL-File           PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FL-SnapName       PIC X(35).
           05  FILLER            PIC X(8) VALUE ' BEFORE '.
           05  FL-Before         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(7) VALUE ' AFTER '.
           05  FL-After          PIC ZZZ,ZZZ,ZZ9.
       01  WS-CallName           PIC X(18).
       01  WS-RunAbandoned       PIC X VALUE 'N'.
       01  WS-StepsRun           PIC 9(2) VALUE 0.
       01  WS-StepsSkipped       PIC 9(2) VALUE 0.

       01  WS-AllClosed          PIC X VALUE 'N'.
       01  WS-BranchCount        PIC 9(2) VALUE 0.
       01  WS-BranchWork         PIC X(3).
       01  WS-BranchFound        PIC X VALUE 'N'.
       01  WS-BranchIdx          PIC 9(2).
       01  BranchListTable.
           05  BranchEntry OCCURS 10 TIMES.
               10  BR-Code       PIC X(3).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'End-of-day run for business date: '
               WS-BusinessDate

           PERFORM CHECK-BUSINESS-DATE-CLOSED

           STRING WS-BusinessDate(1:4) WS-BusinessDate(6:2)
               WS-BusinessDate(9:2) DELIMITED BY SIZE
               INTO WS-RunDateDigits

           OPEN I-O RunControlFile
           IF RunCtlStatus = '35'
               OPEN OUTPUT RunControlFile
               CLOSE RunControlFile
               OPEN I-O RunControlFile
           END-IF
           IF RunCtlStatus NOT = '00'
               DISPLAY 'Error: could not open run_control.dat. '
                   'Status: ' RunCtlStatus
               DISPLAY 'If the file was written before step '
                   'snapshots were kept, archive or rename it; a new '
                   'one is created on the next run.'
               DISPLAY 'Run abandoned. No steps were started.'
               STOP RUN
           END-IF

           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LockRefused = 'Y'
               CLOSE RunControlFile
               DISPLAY 'Run abandoned. No steps were started.'
               STOP RUN
           END-IF

           PERFORM OPEN-RUN-LOG

           PERFORM RUN-ONE-STEP
               VARYING WS-StepIdx FROM 1 BY 1
               UNTIL WS-StepIdx > 4 OR WS-RunAbandoned = 'Y'

           PERFORM RELEASE-RUN-LOCK
           CLOSE RunControlFile
           PERFORM CLOSE-RUN-LOG

           IF WS-RunAbandoned = 'Y'
               DISPLAY 'End-of-day run stopped before completion. '
               DISPLAY 'End-of-day run complete. Steps run: '
                   WS-StepsRun ' Steps already complete: '
                   WS-StepsSkipped
           END-IF
           IF WS-StepsRestored > 0
               DISPLAY 'Steps restored from snapshot and rerun: '
                   WS-StepsRestored
           END-IF
           DISPLAY 'Run log written to ' WS-RunLogName.

           STOP RUN.

       ACQUIRE-RUN-LOCK.
           MOVE 'N' TO WS-LockRefused
           MOVE FUNCTION CURRENT-DATE TO WS-RunStartStamp
           MOVE WS-BusinessDate TO RC-RunDate
           MOVE 0 TO RC-StepNo
           READ RunControlFile
               INVALID KEY
                   PERFORM CLEAR-SNAPSHOT-FIELDS
                   PERFORM SET-LOCK-FIELDS
                   WRITE RunControlRecord
                       INVALID KEY
                           DISPLAY 'Another run for ' WS-BusinessDate
                               ' has just taken the run lock.'
                           MOVE 'Y' TO WS-LockRefused
                   END-WRITE
               NOT INVALID KEY
                   IF RC-Status = 'L'
                       PERFORM OFFER-LOCK-RELEASE
                   END-IF
                   IF WS-LockRefused = 'N'
                       PERFORM SET-LOCK-FIELDS
                       REWRITE RunControlRecord
                           INVALID KEY
                               DISPLAY 'Error: could not set the run '
                                   'lock for ' WS-BusinessDate
                               MOVE 'Y' TO WS-LockRefused
                       END-REWRITE
                   END-IF
           END-READ.

       OFFER-LOCK-RELEASE.
           MOVE RC-StartStamp TO WS-StampIn
           PERFORM FORMAT-STAMP
           DISPLAY 'A run for ' WS-BusinessDate ' holds the run lock '
               'since ' WS-StampOut '.'
           DISPLAY 'If that run is still going, do not continue.'
           DISPLAY 'Has that run ended abnormally? Clear the lock '
               'and continue (Y/N): '
           ACCEPT WS-LockReply
           IF FUNCTION UPPER-CASE(WS-LockReply) NOT = 'Y'
               MOVE 'Y' TO WS-LockRefused
           END-IF.

       SET-LOCK-FIELDS.
           MOVE WS-BusinessDate TO RC-RunDate
           MOVE 0 TO RC-StepNo
           MOVE 'RUN LOCK' TO RC-StepName
           MOVE WS-RunStartStamp TO RC-StartStamp
           MOVE SPACES TO RC-EndStamp
           MOVE 'L' TO RC-Status.

       RELEASE-RUN-LOCK.
           MOVE WS-BusinessDate TO RC-RunDate
           MOVE 0 TO RC-StepNo
           READ RunControlFile
               INVALID KEY
                   DISPLAY 'Warning: run lock record for '
                       WS-BusinessDate ' not found.'
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO RC-EndStamp
                   MOVE 'U' TO RC-Status
                   REWRITE RunControlRecord
                       INVALID KEY
                           DISPLAY 'Error: could not release the run '
                               'lock for ' WS-BusinessDate
                   END-REWRITE
           END-READ.

       RUN-ONE-STEP.
           MOVE WS-BusinessDate TO RC-RunDate
           MOVE WS-StepIdx TO RC-StepNo
           READ RunControlFile
               INVALID KEY
                   MOVE 'RUN' TO WS-StepAction
                   PERFORM CLEAR-SNAPSHOT-FIELDS
                   PERFORM TAKE-STEP-SNAPSHOTS
                   IF WS-SnapOK = 'Y'
                       PERFORM START-AND-CALL-STEP
                   ELSE
                       MOVE 'NOT RUN' TO WS-StepAction
                       MOVE 'Y' TO WS-RunAbandoned
                   END-IF
               NOT INVALID KEY
                   IF RC-Status = 'C'
                       ADD 1 TO WS-StepsSkipped
                       MOVE 'SKIPPED' TO WS-StepAction
                       DISPLAY 'Step ' WS-StepIdx ' ('
                           WS-StepName(WS-StepIdx) ') already '
                           'complete for ' WS-BusinessDate
                   ELSE
                       DISPLAY 'Step ' WS-StepIdx ' ('
                           WS-StepName(WS-StepIdx) ') was left '
                           'incomplete.'
                       MOVE 'RERUN' TO WS-StepAction
                       PERFORM OFFER-STEP-RESTORE
                       IF WS-RestoreOK = 'Y'
                           DISPLAY 'Rerunning step ' WS-StepIdx '.'
                           PERFORM START-AND-CALL-STEP
                       ELSE
                           MOVE 'RESTORE FAILED' TO WS-StepAction
                           MOVE 'Y' TO WS-RunAbandoned
                       END-IF
                   END-IF
           END-READ
           PERFORM WRITE-STEP-LOG.

       CLEAR-SNAPSHOT-FIELDS.
           MOVE 0 TO RC-SnapCount
           MOVE 0 TO RC-RestoreCount
           PERFORM VARYING WS-SnapIdx FROM 1 BY 1
                   UNTIL WS-SnapIdx > 3
               MOVE SPACES TO RC-SnapFile(WS-SnapIdx)
               MOVE SPACES TO RC-SnapName(WS-SnapIdx)
               MOVE 0 TO RC-CountBefore(WS-SnapIdx)
               MOVE 0 TO RC-CountAfter(WS-SnapIdx)
           END-PERFORM.

       TAKE-STEP-SNAPSHOTS.
           MOVE 'Y' TO WS-SnapOK
           PERFORM VARYING WS-SnapIdx FROM 1 BY 1
                   UNTIL WS-SnapIdx > 3 OR WS-SnapOK = 'N'
               MOVE WS-StepFile(WS-StepIdx, WS-SnapIdx)
                   TO WS-SnapFileWork
               IF WS-SnapFileWork NOT = SPACES
                   PERFORM SNAPSHOT-ONE-FILE
                   IF WS-SnapOK = 'Y'
                       ADD 1 TO RC-SnapCount
                       MOVE WS-SnapFileWork TO RC-SnapFile(WS-SnapIdx)
                       MOVE WS-SnapName TO RC-SnapName(WS-SnapIdx)
                       MOVE WS-RecCount TO RC-CountBefore(WS-SnapIdx)
                       DISPLAY 'Snapshot ' WS-SnapFileWork ': '
                           WS-RecCount ' record(s) to ' WS-SnapName
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SnapOK = 'N'
               DISPLAY 'Error: could not write snapshot '
                   WS-SnapName ' Status: ' SnapFileStatus
               DISPLAY 'Step ' WS-StepIdx ' not started. Run '
                   'abandoned.'
           END-IF.

       BUILD-SNAPSHOT-NAME.
           MOVE SPACES TO WS-SnapName
           STRING 'snap_' DELIMITED BY SIZE
               WS-SnapBase DELIMITED BY SPACE
               '_' WS-RunDateDigits '_' WS-StepIdx '.dat'
               DELIMITED BY SIZE INTO WS-SnapName.

       SNAPSHOT-ONE-FILE.
           EVALUATE WS-SnapFileWork
               WHEN 'borrowed_books.dat'
                   MOVE 'borrowed_books' TO WS-SnapBase
                   PERFORM BUILD-SNAPSHOT-NAME
                   PERFORM SNAPSHOT-BORROWED
               WHEN 'fines.dat'
                   MOVE 'fines' TO WS-SnapBase
                   PERFORM BUILD-SNAPSHOT-NAME
                   PERFORM SNAPSHOT-FINES
               WHEN 'charges.dat'
                   MOVE 'charges' TO WS-SnapBase
                   PERFORM BUILD-SNAPSHOT-NAME
                   PERFORM SNAPSHOT-CHARGES
           END-EVALUATE.

       WRITE-SNAPSHOT-TRAILER.
           MOVE 'TRAILER*' TO WS-TrailerTag
           MOVE WS-RecCount TO WS-TrailerCount
           MOVE SPACES TO SnapshotRecord
           MOVE WS-TrailerRecord TO SnapshotRecord
           WRITE SnapshotRecord.

       SNAPSHOT-BORROWED.
           MOVE 0 TO WS-RecCount
           OPEN OUTPUT SnapshotFile
           IF SnapFileStatus NOT = '00'
               MOVE 'N' TO WS-SnapOK
           ELSE
               OPEN INPUT BorrowedBooksFile
               IF FileStatus NOT = '35'
                   MOVE SPACES TO FileStatus
                   PERFORM UNTIL FileStatus = '10'
                       READ BorrowedBooksFile NEXT
                           AT END
                               MOVE '10' TO FileStatus
                           NOT AT END
                               ADD 1 TO WS-RecCount
                               MOVE SPACES TO SnapshotRecord
                               MOVE BorrowedBookRecord
                                   TO SnapshotRecord
                               WRITE SnapshotRecord
                       END-READ
                   END-PERFORM
                   CLOSE BorrowedBooksFile
               END-IF
               PERFORM WRITE-SNAPSHOT-TRAILER
               CLOSE SnapshotFile
           END-IF.

       SNAPSHOT-FINES.
           MOVE 0 TO WS-RecCount
           OPEN OUTPUT SnapshotFile
           IF SnapFileStatus NOT = '00'
               MOVE 'N' TO WS-SnapOK
           ELSE
               OPEN INPUT FinesFile
               IF FinesFileStatus NOT = '35'
                   MOVE SPACES TO FinesFileStatus
                   PERFORM UNTIL FinesFileStatus = '10'
                       READ FinesFile NEXT
                           AT END
                               MOVE '10' TO FinesFileStatus
                           NOT AT END
                               ADD 1 TO WS-RecCount
                               MOVE SPACES TO SnapshotRecord
                               MOVE FinesRecord TO SnapshotRecord
                               WRITE SnapshotRecord
                       END-READ
                   END-PERFORM
                   CLOSE FinesFile
               END-IF
               PERFORM WRITE-SNAPSHOT-TRAILER
               CLOSE SnapshotFile
           END-IF.

       SNAPSHOT-CHARGES.
           MOVE 0 TO WS-RecCount
           OPEN OUTPUT SnapshotFile
           IF SnapFileStatus NOT = '00'
               MOVE 'N' TO WS-SnapOK
           ELSE
               OPEN INPUT ChargesFile
               IF ChgFileStatus NOT = '35'
                   MOVE SPACES TO ChgFileStatus
                   PERFORM UNTIL ChgFileStatus = '10'
                       READ ChargesFile NEXT
                           AT END
                               MOVE '10' TO ChgFileStatus
                           NOT AT END
                               ADD 1 TO WS-RecCount
                               MOVE SPACES TO SnapshotRecord
                               MOVE ChargeRecord TO SnapshotRecord
                               WRITE SnapshotRecord
                       END-READ
                   END-PERFORM
                   CLOSE ChargesFile
               END-IF
               PERFORM WRITE-SNAPSHOT-TRAILER
               CLOSE SnapshotFile
           END-IF.

       OFFER-STEP-RESTORE.
           MOVE 'Y' TO WS-RestoreOK
           IF RC-SnapCount NOT NUMERIC OR RC-SnapCount = 0
               IF WS-StepFile(WS-StepIdx, 1) NOT = SPACES
                   DISPLAY 'No snapshot was recorded for this step. '
                       'Rerunning without a restore.'
               END-IF
           ELSE
               MOVE RC-StartStamp TO WS-StampIn
               PERFORM FORMAT-STAMP
               DISPLAY 'Snapshots taken before the step started at '
                   WS-StampOut ':'
               PERFORM VARYING WS-SnapIdx FROM 1 BY 1
                       UNTIL WS-SnapIdx > 3
                   IF RC-SnapFile(WS-SnapIdx) NOT = SPACES
                       DISPLAY '  ' RC-SnapFile(WS-SnapIdx) ' '
                           RC-CountBefore(WS-SnapIdx) ' record(s) in '
                           RC-SnapName(WS-SnapIdx)
                   END-IF
               END-PERFORM
               DISPLAY 'Restore these files from the snapshots before '
                   'rerunning (Y/N): '
               ACCEPT WS-RestoreReply
               IF FUNCTION UPPER-CASE(WS-RestoreReply) = 'Y'
                   PERFORM RESTORE-STEP-FILES
                   IF WS-RestoreOK = 'Y'
                       ADD 1 TO RC-RestoreCount
                       ADD 1 TO WS-StepsRestored
                       MOVE 'ROLLED BACK+RUN' TO WS-StepAction
                   END-IF
               ELSE
                   DISPLAY 'Files not restored. The snapshots are kept '
                       'for a later rerun.'
               END-IF
           END-IF.

       RESTORE-STEP-FILES.
           PERFORM VARYING WS-SnapIdx FROM 1 BY 1
                   UNTIL WS-SnapIdx > 3 OR WS-RestoreOK = 'N'
               IF RC-SnapFile(WS-SnapIdx) NOT = SPACES
                   MOVE RC-SnapFile(WS-SnapIdx) TO WS-SnapFileWork
                   MOVE RC-SnapName(WS-SnapIdx) TO WS-SnapName
                   PERFORM RESTORE-ONE-FILE
               END-IF
           END-PERFORM
           IF WS-RestoreOK = 'N'
               DISPLAY 'Restore of step ' WS-StepIdx ' failed. The '
                   'step has not been rerun.'
               DISPLAY 'Reload the files with the file utility before '
                   'running again.'
           END-IF.

       RESTORE-ONE-FILE.
           OPEN INPUT SnapshotFile
           IF SnapFileStatus NOT = '00'
               DISPLAY 'Snapshot not found: ' WS-SnapName
               MOVE 'N' TO WS-RestoreOK
           ELSE
               MOVE 0 TO WS-RecCount
               MOVE 0 TO WS-RejectCount
               MOVE 'N' TO WS-TrailerSeen
               EVALUATE WS-SnapFileWork
                   WHEN 'borrowed_books.dat'
                       PERFORM RESTORE-BORROWED
                   WHEN 'fines.dat'
                       PERFORM RESTORE-FINES
                   WHEN 'charges.dat'
                       PERFORM RESTORE-CHARGES
               END-EVALUATE
               CLOSE SnapshotFile
               IF WS-TrailerSeen = 'N' OR WS-RejectCount > 0
                  OR WS-RecCount NOT = WS-TrailerCount
                   DISPLAY 'RESTORE MISMATCH for ' WS-SnapFileWork
                       '. Loaded: ' WS-RecCount ' Rejected: '
                       WS-RejectCount
                   MOVE 'N' TO WS-RestoreOK
               ELSE
                   DISPLAY 'Restored ' WS-SnapFileWork ': '
                       WS-RecCount ' record(s) from ' WS-SnapName
               END-IF
           END-IF.

       READ-SNAPSHOT-RECORD.
           READ SnapshotFile
               AT END
                   MOVE '10' TO SnapFileStatus
               NOT AT END
                   IF SnapshotRecord(1:8) = 'TRAILER*'
                       MOVE 'Y' TO WS-TrailerSeen
                       MOVE SnapshotRecord(1:17) TO WS-TrailerRecord
                       MOVE '10' TO SnapFileStatus
                   END-IF
           END-READ.

       RESTORE-BORROWED.
           OPEN OUTPUT BorrowedBooksFile
           MOVE SPACES TO SnapFileStatus
           PERFORM READ-SNAPSHOT-RECORD
           PERFORM UNTIL SnapFileStatus = '10'
               MOVE SnapshotRecord TO BorrowedBookRecord
               WRITE BorrowedBookRecord
                   INVALID KEY
                       ADD 1 TO WS-RejectCount
                   NOT INVALID KEY
                       ADD 1 TO WS-RecCount
               END-WRITE
               PERFORM READ-SNAPSHOT-RECORD
           END-PERFORM
           CLOSE BorrowedBooksFile.

       RESTORE-FINES.
           OPEN OUTPUT FinesFile
           MOVE SPACES TO SnapFileStatus
           PERFORM READ-SNAPSHOT-RECORD
           PERFORM UNTIL SnapFileStatus = '10'
               MOVE SnapshotRecord TO FinesRecord
               WRITE FinesRecord
                   INVALID KEY
                       ADD 1 TO WS-RejectCount
                   NOT INVALID KEY
                       ADD 1 TO WS-RecCount
               END-WRITE
               PERFORM READ-SNAPSHOT-RECORD
           END-PERFORM
           CLOSE FinesFile.

       RESTORE-CHARGES.
           OPEN OUTPUT ChargesFile
           MOVE SPACES TO SnapFileStatus
           PERFORM READ-SNAPSHOT-RECORD
           PERFORM UNTIL SnapFileStatus = '10'
               MOVE SnapshotRecord TO ChargeRecord
               WRITE ChargeRecord
                   INVALID KEY
                       ADD 1 TO WS-RejectCount
                   NOT INVALID KEY
                       ADD 1 TO WS-RecCount
               END-WRITE
               PERFORM READ-SNAPSHOT-RECORD
           END-PERFORM
           CLOSE ChargesFile.

       COUNT-STEP-FILES-AFTER.
           PERFORM VARYING WS-SnapIdx FROM 1 BY 1
                   UNTIL WS-SnapIdx > 3
               IF RC-SnapFile(WS-SnapIdx) NOT = SPACES
                   MOVE 0 TO WS-RecCount
                   EVALUATE RC-SnapFile(WS-SnapIdx)
                       WHEN 'borrowed_books.dat'
                           PERFORM COUNT-BORROWED
                       WHEN 'fines.dat'
                           PERFORM COUNT-FINES
                       WHEN 'charges.dat'
                           PERFORM COUNT-CHARGES
                   END-EVALUATE
                   MOVE WS-RecCount TO RC-CountAfter(WS-SnapIdx)
               END-IF
           END-PERFORM.

       COUNT-BORROWED.
           OPEN INPUT BorrowedBooksFile
           IF FileStatus NOT = '35'
               MOVE SPACES TO FileStatus
               PERFORM UNTIL FileStatus = '10'
                   READ BorrowedBooksFile NEXT
                       AT END
                           MOVE '10' TO FileStatus
                       NOT AT END
                           ADD 1 TO WS-RecCount
                   END-READ
               END-PERFORM
               CLOSE BorrowedBooksFile
           END-IF.

       COUNT-FINES.
           OPEN INPUT FinesFile
           IF FinesFileStatus NOT = '35'
               MOVE SPACES TO FinesFileStatus
               PERFORM UNTIL FinesFileStatus = '10'
                   READ FinesFile NEXT
                       AT END
                           MOVE '10' TO FinesFileStatus
                       NOT AT END
                           ADD 1 TO WS-RecCount
                   END-READ
               END-PERFORM
               CLOSE FinesFile
           END-IF.

       COUNT-CHARGES.
           OPEN INPUT ChargesFile
           IF ChgFileStatus NOT = '35'
               MOVE SPACES TO ChgFileStatus
               PERFORM UNTIL ChgFileStatus = '10'
                   READ ChargesFile NEXT
                       AT END
                           MOVE '10' TO ChgFileStatus
                       NOT AT END
                           ADD 1 TO WS-RecCount
                   END-READ
               END-PERFORM
               CLOSE ChargesFile
           END-IF.

       OPEN-RUN-LOG.
           MOVE SPACES TO WS-RunLogName
           STRING 'batch_run_log_' WS-RunDateDigits '.txt'
               DELIMITED BY SIZE INTO WS-RunLogName
           OPEN OUTPUT RunLogReport
           MOVE WS-BusinessDate TO LH-BusinessDate
           MOVE WS-RunStartStamp TO WS-StampIn
           PERFORM FORMAT-STAMP
           MOVE WS-StampOut TO LH-Started
           MOVE WS-LogHeading TO WS-PrintWork
           PERFORM WRITE-LOG-LINE
           MOVE SPACES TO WS-PrintWork
           PERFORM WRITE-LOG-LINE
           MOVE WS-LogColumns TO WS-PrintWork
           PERFORM WRITE-LOG-LINE
           MOVE SPACES TO WS-PrintWork
           MOVE ALL '-' TO WS-PrintWork(1:86)
           PERFORM WRITE-LOG-LINE.

       WRITE-STEP-LOG.
           MOVE WS-StepIdx TO SL-StepNo
           MOVE WS-StepName(WS-StepIdx) TO SL-StepName
           MOVE WS-StepAction TO SL-Action
           MOVE SPACES TO SL-Started
           MOVE SPACES TO SL-Ended
           IF WS-StepAction NOT = 'NOT RUN'
              AND WS-StepAction NOT = 'RESTORE FAILED'
               MOVE RC-StartStamp TO WS-StampIn
               PERFORM FORMAT-STAMP
               MOVE WS-StampOut TO SL-Started
               IF RC-Status = 'C'
                   MOVE RC-EndStamp TO WS-StampIn
                   PERFORM FORMAT-STAMP
                   MOVE WS-StampOut TO SL-Ended
               ELSE
                   MOVE 'NOT COMPLETED' TO SL-Ended
               END-IF
           END-IF
           MOVE WS-StepLogLine TO WS-PrintWork
           PERFORM WRITE-LOG-LINE

           PERFORM VARYING WS-SnapIdx FROM 1 BY 1
                   UNTIL WS-SnapIdx > 3
               IF RC-SnapFile(WS-SnapIdx) NOT = SPACES
                   MOVE RC-SnapFile(WS-SnapIdx) TO FL-File
                   MOVE RC-SnapName(WS-SnapIdx) TO FL-SnapName
                   MOVE RC-CountBefore(WS-SnapIdx) TO FL-Before
                   MOVE RC-CountAfter(WS-SnapIdx) TO FL-After
                   MOVE WS-FileLogLine TO WS-PrintWork
                   PERFORM WRITE-LOG-LINE
               END-IF
           END-PERFORM.

       CLOSE-RUN-LOG.
           MOVE SPACES TO WS-PrintWork
           PERFORM WRITE-LOG-LINE
           IF WS-RunAbandoned = 'Y'
               MOVE 'RUN STOPPED BEFORE COMPLETION.' TO WS-PrintWork
           ELSE
               MOVE 'RUN COMPLETE.' TO WS-PrintWork
           END-IF
           PERFORM WRITE-LOG-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-StampIn
           PERFORM FORMAT-STAMP
           MOVE SPACES TO WS-PrintWork
           STRING 'RUN ENDED: ' WS-StampOut
               DELIMITED BY SIZE INTO WS-PrintWork
           PERFORM WRITE-LOG-LINE
           MOVE '*** END OF REPORT ***' TO WS-PrintWork
           PERFORM WRITE-LOG-LINE
           CLOSE RunLogReport.

       WRITE-LOG-LINE.
           IF ReportFileStatus = '00'
               WRITE PrintLine FROM WS-PrintWork
                   AFTER ADVANCING 1 LINE
           END-IF.

       FORMAT-STAMP.
           MOVE SPACES TO WS-StampOut
           IF WS-StampIn NOT = SPACES
               STRING WS-StampIn(1:4) '-' WS-StampIn(5:2) '-'
                   WS-StampIn(7:2) ' ' WS-StampIn(9:2) ':'
                   WS-StampIn(11:2) ':' WS-StampIn(13:2)
                   DELIMITED BY SIZE INTO WS-StampOut
           END-IF.

       START-AND-CALL-STEP.
           MOVE WS-BusinessDate TO RC-RunDate
           MOVE WS-StepIdx TO RC-StepNo
               ON EXCEPTION
                   DISPLAY 'Error: could not run program '
                       WS-CallName '. Run abandoned.'
                   MOVE 'FAILED' TO WS-StepAction
                   MOVE 'Y' TO WS-RunAbandoned
               NOT ON EXCEPTION
                   PERFORM COUNT-STEP-FILES-AFTER
                   MOVE FUNCTION CURRENT-DATE TO RC-EndStamp
                   MOVE 'C' TO RC-Status
                   REWRITE RunControlRecord
                   DISPLAY 'Step ' WS-StepIdx ' complete.'
           END-CALL.

       CHECK-BUSINESS-DATE-CLOSED.
           MOVE 'N' TO WS-AllClosed
           OPEN INPUT ClosuresFile
           IF ClosFileStatus NOT = '35'
               MOVE 'ALL' TO Clos-Branch
               MOVE WS-BusinessDate TO Clos-Date
               READ ClosuresFile
                   INVALID KEY
                       PERFORM CHECK-EACH-BRANCH-CLOSED
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-AllClosed
               END-READ
               CLOSE ClosuresFile
           END-IF

           IF WS-AllClosed = 'Y'
               DISPLAY 'Warning: ' WS-BusinessDate ' is a closed day '
                   'for every branch in the closures calendar.'
               DISPLAY 'Check that the business date entered is '
                   'correct.'
           END-IF.

       CHECK-EACH-BRANCH-CLOSED.
           PERFORM LOAD-BRANCH-LIST
           IF WS-BranchCount > 0
               MOVE 'Y' TO WS-AllClosed
               PERFORM VARYING WS-BranchIdx FROM 1 BY 1
                       UNTIL WS-BranchIdx > WS-BranchCount
                          OR WS-AllClosed = 'N'
                   MOVE BR-Code(WS-BranchIdx) TO Clos-Branch
                   MOVE WS-BusinessDate TO Clos-Date
                   READ ClosuresFile
                       INVALID KEY
                           MOVE 'N' TO WS-AllClosed
                   END-READ
               END-PERFORM
           END-IF.

       LOAD-BRANCH-LIST.
           MOVE 0 TO WS-BranchCount
           OPEN INPUT AlbumCatalog
           IF AlbumCatalogStatus NOT = '35'
               MOVE SPACES TO AlbumCatalogStatus
               PERFORM UNTIL AlbumCatalogStatus = '10'
                   READ AlbumCatalog NEXT INTO CatalogAlbumRecord
                       AT END
                           MOVE '10' TO AlbumCatalogStatus
                       NOT AT END
                           MOVE Cat-Branch TO WS-BranchWork
                           PERFORM ADD-BRANCH-CODE
                   END-READ
               END-PERFORM
               CLOSE AlbumCatalog
           END-IF

           OPEN INPUT BorrowersFile
           IF MembFileStatus NOT = '35'
               MOVE SPACES TO MembFileStatus
               PERFORM UNTIL MembFileStatus = '10'
                   READ BorrowersFile NEXT INTO MemberRecord
                       AT END
                           MOVE '10' TO MembFileStatus
                       NOT AT END
                           MOVE Memb-Branch TO WS-BranchWork
                           PERFORM ADD-BRANCH-CODE
                   END-READ
               END-PERFORM
               CLOSE BorrowersFile
           END-IF.

       ADD-BRANCH-CODE.
           IF WS-BranchWork NOT = SPACES
               MOVE 'N' TO WS-BranchFound
               PERFORM VARYING WS-BranchIdx FROM 1 BY 1
                       UNTIL WS-BranchIdx > WS-BranchCount
                          OR WS-BranchFound = 'Y'
                   IF BR-Code(WS-BranchIdx) = WS-BranchWork
                       MOVE 'Y' TO WS-BranchFound
                   END-IF
               END-PERFORM
               IF WS-BranchFound = 'N' AND WS-BranchCount < 10
                   ADD 1 TO WS-BranchCount
                   MOVE WS-BranchWork TO BR-Code(WS-BranchCount)
               END-IF
           END-IF.

       VALIDATE-CALENDAR-DATE.
           MOVE 'Y' TO InvalidDate
           IF WS-DateToValidate(1:4) NUMERIC AND

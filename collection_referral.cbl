       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionReferral.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ReferralFile ASSIGN TO WS-ReferralName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RefFileStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ReferralFile.
       01  ReferralLine              PIC X(120).

       WORKING-STORAGE SECTION.
       01  MembFileStatus        PIC X(2).
       01  FileStatus            PIC X(2).
       01  FinesFileStatus       PIC X(2).
       01  LostFileStatus        PIC X(2).
       01  AuditFileStatus       PIC X(2).
       01  RefFileStatus         PIC X(2).

       01  WS-Operator           PIC X(10).
       01  WS-AuditFunction      PIC X(10).
       01  WS-AuditFile          PIC X(25).
       01  WS-AuditTitle         PIC X(50).
       01  WS-AuditBorrower      PIC X(30).
       01  WS-AuditBefore        PIC X(200).
       01  WS-AuditAfter         PIC X(200).
       01  WS-AuditWritten       PIC X VALUE 'N'.

       01  WS-TodayDate.
           05  WS-TodayYYYYMMDD  PIC 9(8).
           05  FILLER            PIC X(14).
       01  WS-TodayFormatted     PIC X(10).

       01  WS-ReferralName       PIC X(40).
       01  WS-ThresholdIn        PIC X(10).
       01  WS-Threshold          PIC 9(5)V99 VALUE 25.00.
       01  WS-ShowAmount         PIC Z,ZZZ,ZZ9.99.

       01  WS-BooksAvail         PIC X VALUE 'N'.
       01  WS-FinesAvail         PIC X VALUE 'N'.
       01  WS-FinalNotice        PIC X VALUE 'N'.
       01  WS-Balance            PIC 9(7)V99.
       01  WS-ItemCount          PIC 9(3).
       01  WS-LoanCount          PIC 9(3).
       01  WS-ScanDone           PIC X VALUE 'N'.

       01  WS-MembersRead        PIC 9(5) VALUE 0.
       01  WS-AlreadyReferred    PIC 9(5) VALUE 0.
       01  WS-ReferredCount      PIC 9(5) VALUE 0.
       01  WS-ReferredTotal      PIC 9(9)V99 VALUE 0.
       01  WS-ItemsWritten       PIC 9(6) VALUE 0.

       01  WS-LostTableCount     PIC 9(4) VALUE 0.
       01  WS-LostSkipped        PIC 9(5) VALUE 0.
       01  LostTable.
           05  LostEntry OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-LostTableCount.
               10  LT-Borrower   PIC X(30).
               10  LT-Title      PIC X(50).
               10  LT-Accession  PIC X(8).
               10  LT-DueDate    PIC X(10).
               10  LT-Amount     PIC 9(7)V99.
       01  WS-TableIdx           PIC 9(4).

       01  WS-HeaderRecord.
           05  RH-RecType        PIC X VALUE 'H'.
           05  RH-RunDate        PIC X(10).
           05  RH-Threshold      PIC 9(5)V99.
           05  FILLER            PIC X(102) VALUE SPACES.

       01  WS-MemberRecordOut.
           05  RM-RecType        PIC X VALUE 'M'.
           05  RM-MemberNumber   PIC 9(5).
           05  RM-Name           PIC X(30).
           05  RM-Address        PIC X(50).
           05  RM-Phone          PIC X(15).
           05  RM-Balance        PIC 9(7)V99.
           05  RM-ItemCount      PIC 9(3).
           05  FILLER            PIC X(7) VALUE SPACES.

       01  WS-ItemRecordOut.
           05  RI-RecType        PIC X VALUE 'I'.
           05  RI-MemberNumber   PIC 9(5).
           05  RI-Title          PIC X(50).
           05  RI-Accession      PIC X(8).
           05  RI-DueDate        PIC X(10).
           05  RI-ItemStatus     PIC X.
           05  RI-Amount         PIC 9(7)V99.
           05  FILLER            PIC X(36) VALUE SPACES.

       01  WS-TrailerRecord.
           05  RT-RecType        PIC X VALUE 'T'.
           05  RT-MemberCount    PIC 9(5).
           05  RT-ItemCount      PIC 9(6).
           05  RT-BalanceTotal   PIC 9(9)V99.
           05  FILLER            PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'Enter operator initials: '
           ACCEPT WS-Operator

           DISPLAY 'Refer balances over (blank for 25.00): '
           ACCEPT WS-ThresholdIn
           IF WS-ThresholdIn NOT = SPACES
               COMPUTE WS-Threshold = FUNCTION NUMVAL(WS-ThresholdIn)
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TodayDate
           STRING WS-TodayYYYYMMDD(1:4) '-' WS-TodayYYYYMMDD(5:2) '-'
               WS-TodayYYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-TodayFormatted
           MOVE SPACES TO WS-ReferralName
           STRING 'collection_referral_' WS-TodayYYYYMMDD '.dat'
               DELIMITED BY SIZE INTO WS-ReferralName

           OPEN INPUT ReferralFile
           IF RefFileStatus = '00'
               CLOSE ReferralFile
               DISPLAY 'Refused: ' WS-ReferralName
               DISPLAY 'Today''s referral file already exists. Send '
                   'it to the agency and archive it before running '
                   'again.'
               STOP RUN
           END-IF

           OPEN I-O BorrowersFile
           IF MembFileStatus = '35'
               DISPLAY 'No members are registered yet.'
           ELSE
               OPEN INPUT FinesFile
               IF FinesFileStatus = '00'
                   MOVE 'Y' TO WS-FinesAvail
               END-IF
               OPEN INPUT BorrowedBooksFile
               IF FileStatus = '00'
                   MOVE 'Y' TO WS-BooksAvail
               END-IF
               PERFORM LOAD-LOST-TABLE

               OPEN OUTPUT ReferralFile
               IF RefFileStatus NOT = '00'
                   DISPLAY 'Error: could not open referral file. '
                       'Status: ' RefFileStatus
               ELSE
                   MOVE WS-TodayFormatted TO RH-RunDate
                   MOVE WS-Threshold TO RH-Threshold
                   WRITE ReferralLine FROM WS-HeaderRecord

                   IF WS-FinesAvail = 'Y'
                       PERFORM SCAN-MEMBERS
                   END-IF

                   MOVE WS-ReferredCount TO RT-MemberCount
                   MOVE WS-ItemsWritten TO RT-ItemCount
                   MOVE WS-ReferredTotal TO RT-BalanceTotal
                   WRITE ReferralLine FROM WS-TrailerRecord
                   CLOSE ReferralFile

                   DISPLAY 'Collection referral complete.'
                   DISPLAY 'Members read: ' WS-MembersRead
                   DISPLAY 'Already referred: ' WS-AlreadyReferred
                   DISPLAY 'Members referred: ' WS-ReferredCount
                   MOVE WS-ReferredTotal TO WS-ShowAmount
                   DISPLAY 'Balance referred: ' WS-ShowAmount
                   DISPLAY 'Referral file: ' WS-ReferralName
                   IF WS-LostSkipped > 0
                       DISPLAY 'Warning: ' WS-LostSkipped
                           ' lost item(s) exceeded the 3000-item '
                           'limit and were not listed.'
                   END-IF
               END-IF

               IF WS-BooksAvail = 'Y'
                   CLOSE BorrowedBooksFile
               END-IF
               IF WS-FinesAvail = 'Y'
                   CLOSE FinesFile
               END-IF
               CLOSE BorrowersFile
           END-IF.

           STOP RUN.

       LOAD-LOST-TABLE.
           MOVE 0 TO WS-LostTableCount
           OPEN INPUT LostItemsFile
           IF LostFileStatus = '00'
               MOVE SPACES TO LostFileStatus
               PERFORM UNTIL LostFileStatus = '10'
                   READ LostItemsFile NEXT INTO LostItemRecord
                       AT END
                           MOVE '10' TO LostFileStatus
                       NOT AT END
                           PERFORM LOAD-ONE-LOST-ITEM
                   END-READ
               END-PERFORM
               CLOSE LostItemsFile
           END-IF.

       LOAD-ONE-LOST-ITEM.
           IF WS-LostTableCount < 3000
               ADD 1 TO WS-LostTableCount
               MOVE Lost-Borrower TO LT-Borrower(WS-LostTableCount)
               MOVE Lost-BookTitle TO LT-Title(WS-LostTableCount)
               MOVE Lost-Accession TO LT-Accession(WS-LostTableCount)
               MOVE Lost-DueDate TO LT-DueDate(WS-LostTableCount)
               MOVE Lost-BilledAmount TO LT-Amount(WS-LostTableCount)
           ELSE
               ADD 1 TO WS-LostSkipped
           END-IF.

       SCAN-MEMBERS.
           MOVE SPACES TO MembFileStatus
           MOVE 0 TO Memb-Number
           START BorrowersFile KEY IS NOT LESS THAN Memb-Number
               INVALID KEY
                   MOVE '10' TO MembFileStatus
           END-START
           PERFORM UNTIL MembFileStatus = '10'
               READ BorrowersFile NEXT INTO MemberRecord
                   AT END
                       MOVE '10' TO MembFileStatus
                   NOT AT END
                       ADD 1 TO WS-MembersRead
                       PERFORM EXAMINE-MEMBER
               END-READ
           END-PERFORM.

       EXAMINE-MEMBER.
           IF Memb-CollStatus = 'R'
               ADD 1 TO WS-AlreadyReferred
           END-IF
           IF Memb-CollStatus NOT = 'R' AND Memb-Status NOT = 'C'
               MOVE 0 TO WS-Balance
               MOVE Memb-Name TO Fine-BorrowerName
               READ FinesFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Fine-Balance TO WS-Balance
               END-READ
               IF WS-Balance > WS-Threshold
                   PERFORM CHECK-FINAL-NOTICE
                   IF WS-FinalNotice = 'Y'
                       PERFORM REFER-MEMBER
                   END-IF
               END-IF
           END-IF.

       CHECK-FINAL-NOTICE.
           MOVE 'N' TO WS-FinalNotice
           MOVE 0 TO WS-LoanCount
           MOVE 0 TO WS-ItemCount
           IF WS-BooksAvail = 'Y'
               MOVE 'N' TO WS-ScanDone
               MOVE Memb-Name TO BorrowerName
               START BorrowedBooksFile KEY IS EQUAL TO BorrowerName
                   INVALID KEY
                       MOVE 'Y' TO WS-ScanDone
               END-START
               PERFORM UNTIL WS-ScanDone = 'Y'
                   READ BorrowedBooksFile NEXT INTO BorrowedBookRecord
                       AT END
                           MOVE 'Y' TO WS-ScanDone
                       NOT AT END
                           IF BorrowerName NOT = Memb-Name
                               MOVE 'Y' TO WS-ScanDone
                           ELSE
                               ADD 1 TO WS-LoanCount
                               IF NoticeLevel = 3
                                   MOVE 'Y' TO WS-FinalNotice
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE WS-LoanCount TO WS-ItemCount

           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-LostTableCount
               IF LT-Borrower(WS-TableIdx) = Memb-Name
                   ADD 1 TO WS-ItemCount
                   MOVE 'Y' TO WS-FinalNotice
               END-IF
           END-PERFORM.

       REFER-MEMBER.
           MOVE MemberRecord TO WS-AuditBefore
           MOVE 'R' TO Memb-CollStatus
           MOVE WS-TodayFormatted TO Memb-ReferredDate
           MOVE WS-Balance TO Memb-ReferredAmount
           REWRITE MemberRecord
               INVALID KEY
                   DISPLAY 'Error: could not record referral for '
                       Memb-Name
               NOT INVALID KEY
                   ADD 1 TO WS-ReferredCount
                   ADD WS-Balance TO WS-ReferredTotal
                   MOVE 'REFERRAL' TO WS-AuditFunction
                   MOVE 'borrowers.dat' TO WS-AuditFile
                   MOVE SPACES TO WS-AuditTitle
                   MOVE Memb-Name TO WS-AuditBorrower
                   MOVE MemberRecord TO WS-AuditAfter
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-REFERRAL-RECORDS
           END-REWRITE.

       WRITE-REFERRAL-RECORDS.
           MOVE Memb-Number TO RM-MemberNumber
           MOVE Memb-Name TO RM-Name
           MOVE Memb-Address TO RM-Address
           MOVE Memb-Phone TO RM-Phone
           MOVE WS-Balance TO RM-Balance
           MOVE WS-ItemCount TO RM-ItemCount
           WRITE ReferralLine FROM WS-MemberRecordOut

           IF WS-LoanCount > 0
               MOVE 'N' TO WS-ScanDone
               MOVE Memb-Name TO BorrowerName
               START BorrowedBooksFile KEY IS EQUAL TO BorrowerName
                   INVALID KEY
                       MOVE 'Y' TO WS-ScanDone
               END-START
               PERFORM UNTIL WS-ScanDone = 'Y'
                   READ BorrowedBooksFile NEXT INTO BorrowedBookRecord
                       AT END
                           MOVE 'Y' TO WS-ScanDone
                       NOT AT END
                           IF BorrowerName NOT = Memb-Name
                               MOVE 'Y' TO WS-ScanDone
                           ELSE
                               MOVE BookTitle TO RI-Title
                               MOVE AccessionNumber TO RI-Accession
                               MOVE DueDate TO RI-DueDate
                               MOVE 'O' TO RI-ItemStatus
                               MOVE 0 TO RI-Amount
                               PERFORM WRITE-ITEM-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-LostTableCount
               IF LT-Borrower(WS-TableIdx) = Memb-Name
                   MOVE LT-Title(WS-TableIdx) TO RI-Title
                   MOVE LT-Accession(WS-TableIdx) TO RI-Accession
                   MOVE LT-DueDate(WS-TableIdx) TO RI-DueDate
                   MOVE 'L' TO RI-ItemStatus
                   MOVE LT-Amount(WS-TableIdx) TO RI-Amount
                   PERFORM WRITE-ITEM-RECORD
               END-IF
           END-PERFORM.

       WRITE-ITEM-RECORD.
           MOVE Memb-Number TO RI-MemberNumber
           WRITE ReferralLine FROM WS-ItemRecordOut
           ADD 1 TO WS-ItemsWritten.

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

       END PROGRAM CollectionReferral.

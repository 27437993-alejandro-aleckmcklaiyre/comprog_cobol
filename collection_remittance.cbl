       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionRemittance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RemittanceFile ASSIGN TO WS-RemittanceName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RemFileStatus.

           SELECT BorrowersFile ASSIGN TO 'borrowers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Memb-Number
               ALTERNATE RECORD KEY IS Memb-Name
               FILE STATUS IS MembFileStatus.

           SELECT FinesFile ASSIGN TO 'fines.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fine-BorrowerName
               FILE STATUS IS FinesFileStatus.

           SELECT PaymentsLedger ASSIGN TO 'payments_ledger.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pay-ReceiptNumber
               FILE STATUS IS PayFileStatus.

           SELECT ChargesFile ASSIGN TO 'charges.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chg-Key
               FILE STATUS IS ChgFileStatus.

           SELECT AuditLogFile ASSIGN TO 'audit_log.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Audit-Key
               FILE STATUS IS AuditFileStatus.

           SELECT RemitControlFile ASSIGN TO 'remittance_control.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-AgencyRef
               FILE STATUS IS RPFileStatus.

           SELECT ReportFile ASSIGN TO 'remittance_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RemittanceFile.
       01  RemittanceRecord.
           05  Rem-MemberNumber      PIC X(5).
           05  Rem-PaymentDate       PIC X(10).
           05  Rem-Amount            PIC X(9).
           05  Rem-Commission        PIC X(9).
           05  Rem-AgencyRef         PIC X(12).

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

       FD  FinesFile.
       01  FinesRecord.
           05  Fine-BorrowerName     PIC X(30).
           05  Fine-Balance          PIC 9(7)V99.
           05  Fine-LastUpdated      PIC X(10).

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

       FD  RemitControlFile.
       01  RemitPostedRecord.
           05  RP-AgencyRef          PIC X(12).
           05  RP-MemberNumber       PIC 9(5).
           05  RP-PostedMember       PIC 9(5).
           05  RP-PaymentDate        PIC X(10).
           05  RP-Amount             PIC 9(7)V99.
           05  RP-Commission         PIC 9(7)V99.
           05  RP-ReceiptNumber      PIC 9(6).
           05  RP-PostedDate         PIC X(10).
           05  RP-Operator           PIC X(10).
           05  RP-SourceFile         PIC X(40).

       FD  ReportFile.
       01  PrintLine                 PIC X(110).

       WORKING-STORAGE SECTION.
       01  RemFileStatus         PIC X(2).
       01  MembFileStatus        PIC X(2).
       01  FinesFileStatus       PIC X(2).
       01  PayFileStatus         PIC X(2).
       01  ChgFileStatus         PIC X(2).
       01  AuditFileStatus       PIC X(2).
       01  RPFileStatus          PIC X(2).
       01  ReportFileStatus      PIC X(2).

       01  WS-Operator           PIC X(10).
       01  WS-AuditFunction      PIC X(10).
       01  WS-AuditFile          PIC X(25).
       01  WS-AuditTitle         PIC X(50).
       01  WS-AuditBorrower      PIC X(30).
       01  WS-AuditBefore        PIC X(200).
       01  WS-AuditAfter         PIC X(200).
       01  WS-AuditWritten       PIC X VALUE 'N'.

       01  WS-ChgBorrower        PIC X(30).
       01  WS-ChgTitle           PIC X(50).
       01  WS-ChgAccession       PIC X(8).
       01  WS-ChgType            PIC X(3).
       01  WS-ChgAmount          PIC S9(7)V99.
       01  WS-ChgBalance         PIC S9(7)V99.
       01  WS-ChgReceipt         PIC 9(6).
       01  WS-ChgBranch          PIC X(3).
       01  WS-ChgWritten         PIC X VALUE 'N'.

       01  WS-TodayDate.
           05  WS-TodayYYYYMMDD  PIC 9(8).
           05  FILLER            PIC X(14).
       01  WS-TodayFormatted     PIC X(10).

       01  WS-DateToValidate     PIC X(10).
       01  WS-Year               PIC 9(4).
       01  WS-Month              PIC 9(2).
       01  WS-Day                PIC 9(2).
       01  WS-DaysInMonth        PIC 9(2).
       01  WS-LeapYear           PIC X VALUE 'N'.
       01  InvalidDate           PIC X VALUE 'N'.

       01  WS-RemittanceName     PIC X(40).
       01  WS-RemMember          PIC 9(5).
       01  WS-RemAmount          PIC 9(7)V99.
       01  WS-RemCommission      PIC 9(7)V99.
       01  WS-RejectReason       PIC X(30).
       01  WS-NextReceipt        PIC 9(6).
       01  WS-Closed             PIC X VALUE 'N'.
       01  WS-FilesReady         PIC X VALUE 'Y'.
       01  WS-MergeHops          PIC 9 VALUE 0.
       01  WS-MergeDone          PIC X VALUE 'N'.

       01  WS-RecordsRead        PIC 9(5) VALUE 0.
       01  WS-PostedCount        PIC 9(5) VALUE 0.
       01  WS-PostedTotal        PIC 9(9)V99 VALUE 0.
       01  WS-CommissionTotal    PIC 9(9)V99 VALUE 0.
       01  WS-NetTotal           PIC 9(9)V99 VALUE 0.
       01  WS-ClosedCount        PIC 9(5) VALUE 0.
       01  WS-RejectCount        PIC 9(5) VALUE 0.

       01  WS-ExceptionCount     PIC 9(4) VALUE 0.
       01  WS-ExceptionsSkipped  PIC 9(5) VALUE 0.
       01  ExceptionTable.
           05  ExceptionEntry OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-ExceptionCount.
               10  EX-Record     PIC X(45).
               10  EX-Reason     PIC X(30).
       01  WS-TableIdx           PIC 9(4).

       01  WS-PageCount          PIC 9(3) VALUE 0.
       01  WS-LineCount          PIC 9(2) VALUE 0.
       01  WS-LinesPerPage       PIC 9(2) VALUE 55.
       01  WS-PrintWork          PIC X(110).
       01  WS-BannerText         PIC X(90).

       01  WS-HeadingLine.
           05  FILLER            PIC X(34)
               VALUE 'COLLECTION AGENCY REMITTANCE'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  Head-RunDate      PIC X(10).
           05  FILLER            PIC X(13) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE 'PAGE '.
           05  Head-PageNo       PIC ZZ9.

       01  WS-PostedColumns.
           05  FILLER            PIC X(8) VALUE 'RECEIPT'.
           05  FILLER            PIC X(7) VALUE 'MEMBER'.
           05  FILLER            PIC X(27) VALUE 'NAME'.
           05  FILLER            PIC X(14) VALUE 'AGENCY REF'.
           05  FILLER            PIC X(12) VALUE 'PAID'.
           05  FILLER            PIC X(12) VALUE '      AMOUNT'.
           05  FILLER            PIC X(12) VALUE '  COMMISSION'.
           05  FILLER            PIC X(12) VALUE '     BALANCE'.
           05  FILLER            PIC X(7) VALUE ' CLOSED'.

       01  WS-PostedLine.
           05  PL-Receipt        PIC 9(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-Member         PIC 9(5).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-Name           PIC X(25).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-AgencyRef      PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-PaymentDate    PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-Amount         PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-Commission     PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-Balance        PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  PL-Closed         PIC X(3).

       01  WS-ExceptionColumns.
           05  FILLER            PIC X(47) VALUE 'REMITTANCE RECORD'.
           05  FILLER            PIC X(30) VALUE 'REASON'.

       01  WS-ExceptionLine.
           05  XL-Record         PIC X(45).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  XL-Reason         PIC X(30).

       01  WS-CountLine.
           05  CL-Label          PIC X(38).
           05  CL-Count          PIC Z,ZZZ,ZZ9.
       01  WS-AmountLine.
           05  AL-Label          PIC X(38).
           05  AL-Amount         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'Enter operator initials: '
           ACCEPT WS-Operator

           DISPLAY 'Enter remittance file name '
               '(blank for collection_remittance.dat): '
           ACCEPT WS-RemittanceName
           IF WS-RemittanceName = SPACES
               MOVE 'collection_remittance.dat' TO WS-RemittanceName
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TodayDate
           STRING WS-TodayYYYYMMDD(1:4) '-' WS-TodayYYYYMMDD(5:2) '-'
               WS-TodayYYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-TodayFormatted

           OPEN INPUT RemittanceFile
           IF RemFileStatus NOT = '00'
               DISPLAY 'Error: could not open ' WS-RemittanceName
                   ' Status: ' RemFileStatus
           ELSE
               PERFORM OPEN-MASTER-FILES
               IF WS-FilesReady = 'Y'
                   PERFORM PROCESS-REMITTANCES
               END-IF
               CLOSE RemittanceFile
           END-IF.

           STOP RUN.

       OPEN-MASTER-FILES.
           MOVE 'Y' TO WS-FilesReady
           OPEN I-O BorrowersFile
           IF MembFileStatus = '35'
               DISPLAY 'No members are registered yet.'
               MOVE 'N' TO WS-FilesReady
           ELSE
               OPEN I-O FinesFile
               IF FinesFileStatus = '35'
                   DISPLAY 'No fines have been recorded yet.'
                   MOVE 'N' TO WS-FilesReady
                   CLOSE BorrowersFile
               ELSE
                   OPEN I-O RemitControlFile
                   IF RPFileStatus = '35'
                       OPEN OUTPUT RemitControlFile
                       CLOSE RemitControlFile
                       OPEN I-O RemitControlFile
                   END-IF
               END-IF
           END-IF.

       PROCESS-REMITTANCES.
           MOVE WS-TodayFormatted TO Head-RunDate
           OPEN OUTPUT ReportFile
           IF ReportFileStatus NOT = '00'
               DISPLAY 'Error: could not open report file. Status: '
                   ReportFileStatus
           ELSE
               PERFORM WRITE-PAGE-HEADING
               MOVE 'REMITTANCES POSTED' TO WS-BannerText
               PERFORM WRITE-SECTION-BANNER
               MOVE WS-PostedColumns TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO RemFileStatus
               PERFORM UNTIL RemFileStatus = '10'
                   READ RemittanceFile
                       AT END
                           MOVE '10' TO RemFileStatus
                       NOT AT END
                           ADD 1 TO WS-RecordsRead
                           PERFORM EXAMINE-REMITTANCE
                   END-READ
               END-PERFORM

               IF WS-PostedCount = 0
                   MOVE 'None.' TO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
               END-IF

               PERFORM REPORT-EXCEPTIONS
               PERFORM REPORT-CONTROL-TOTALS
               CLOSE ReportFile

               DISPLAY 'Remittance import complete.'
               DISPLAY 'Records read: ' WS-RecordsRead
               DISPLAY 'Payments posted: ' WS-PostedCount
               DISPLAY 'Referrals closed: ' WS-ClosedCount
               DISPLAY 'Exceptions: ' WS-RejectCount
               DISPLAY 'Report written to '
                   'remittance_report.txt'
           END-IF

           CLOSE RemitControlFile
           CLOSE FinesFile
           CLOSE BorrowersFile.

       EXAMINE-REMITTANCE.
           MOVE SPACES TO WS-RejectReason
           MOVE Rem-PaymentDate TO WS-DateToValidate
           PERFORM VALIDATE-CALENDAR-DATE
           IF Rem-MemberNumber NOT NUMERIC
              OR Rem-Amount NOT NUMERIC
              OR Rem-Commission NOT NUMERIC
              OR InvalidDate = 'Y'
               MOVE 'INVALID RECORD FORMAT' TO WS-RejectReason
           END-IF
           IF WS-RejectReason = SPACES AND Rem-AgencyRef = SPACES
               MOVE 'MISSING AGENCY REFERENCE' TO WS-RejectReason
           END-IF
           IF WS-RejectReason = SPACES
               MOVE Rem-AgencyRef TO RP-AgencyRef
               READ RemitControlFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ALREADY POSTED' TO WS-RejectReason
               END-READ
           END-IF
           IF WS-RejectReason = SPACES
               MOVE Rem-MemberNumber TO WS-RemMember
               COMPUTE WS-RemAmount = FUNCTION NUMVAL(Rem-Amount) / 100
               COMPUTE WS-RemCommission =
                   FUNCTION NUMVAL(Rem-Commission) / 100
               IF WS-RemAmount = 0
                   MOVE 'ZERO AMOUNT' TO WS-RejectReason
               ELSE
                   IF WS-RemCommission > WS-RemAmount
                       MOVE 'COMMISSION EXCEEDS AMOUNT'
                           TO WS-RejectReason
                   ELSE
                       PERFORM CHECK-REMITTANCE-MEMBER
                   END-IF
               END-IF
           END-IF

           IF WS-RejectReason = SPACES
               PERFORM POST-REMITTANCE
           ELSE
               PERFORM RECORD-EXCEPTION
           END-IF.

       CHECK-REMITTANCE-MEMBER.
           MOVE WS-RemMember TO Memb-Number
           READ BorrowersFile
               INVALID KEY
                   MOVE 'UNKNOWN MEMBER' TO WS-RejectReason
               NOT INVALID KEY
                   PERFORM FOLLOW-MERGED-MEMBER
           END-READ
           IF WS-RejectReason = SPACES
               IF Memb-CollStatus NOT = 'R'
                   MOVE 'MEMBER NOT REFERRED' TO WS-RejectReason
               ELSE
                   MOVE Memb-Name TO Fine-BorrowerName
                   READ FinesFile
                       INVALID KEY
                           MOVE 'NO FINE BALANCE ON FILE'
                               TO WS-RejectReason
                       NOT INVALID KEY
                           IF WS-RemAmount > Fine-Balance
                               MOVE 'AMOUNT EXCEEDS BALANCE'
                                   TO WS-RejectReason
                           END-IF
                   END-READ
               END-IF
           END-IF.

       FOLLOW-MERGED-MEMBER.
           MOVE 0 TO WS-MergeHops
           MOVE 'N' TO WS-MergeDone
           PERFORM UNTIL WS-MergeDone = 'Y'
               IF Memb-Status = 'C' AND Memb-MergedInto NUMERIC
                  AND Memb-MergedInto > 0 AND WS-MergeHops < 9
                   ADD 1 TO WS-MergeHops
                   MOVE Memb-MergedInto TO Memb-Number
                   READ BorrowersFile
                       INVALID KEY
                           MOVE 'UNKNOWN MEMBER' TO WS-RejectReason
                           MOVE 'Y' TO WS-MergeDone
                   END-READ
               ELSE
                   MOVE 'Y' TO WS-MergeDone
               END-IF
           END-PERFORM.

       RECORD-EXCEPTION.
           ADD 1 TO WS-RejectCount
           IF WS-ExceptionCount < 1000
               ADD 1 TO WS-ExceptionCount
               MOVE RemittanceRecord TO EX-Record(WS-ExceptionCount)
               MOVE WS-RejectReason TO EX-Reason(WS-ExceptionCount)
           ELSE
               ADD 1 TO WS-ExceptionsSkipped
           END-IF.

       POST-REMITTANCE.
           MOVE FinesRecord TO WS-AuditBefore
           SUBTRACT WS-RemAmount FROM Fine-Balance
           MOVE WS-TodayFormatted TO Fine-LastUpdated
           REWRITE FinesRecord
               INVALID KEY
                   MOVE 'ERROR UPDATING FINE BALANCE' TO WS-RejectReason
                   PERFORM RECORD-EXCEPTION
               NOT INVALID KEY
                   MOVE 'COLLECTION' TO WS-AuditFunction
                   MOVE 'fines.dat' TO WS-AuditFile
                   MOVE SPACES TO WS-AuditTitle
                   STRING 'AGENCY PAYMENT ' Rem-PaymentDate
                       ' REF ' Rem-AgencyRef
                       DELIMITED BY SIZE INTO WS-AuditTitle
                   MOVE Fine-BorrowerName TO WS-AuditBorrower
                   MOVE FinesRecord TO WS-AuditAfter
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-PAYMENT-LEDGER
                   PERFORM RECORD-POSTED-REFERENCE
                   PERFORM UPDATE-REFERRAL
                   PERFORM REPORT-POSTED-REMITTANCE
           END-REWRITE.

       WRITE-PAYMENT-LEDGER.
           OPEN I-O PaymentsLedger
           IF PayFileStatus = '35'
               OPEN OUTPUT PaymentsLedger
               CLOSE PaymentsLedger
               OPEN I-O PaymentsLedger
           END-IF

           PERFORM GET-NEXT-RECEIPT-NUMBER

           MOVE WS-NextReceipt TO Pay-ReceiptNumber
           MOVE WS-TodayFormatted TO Pay-Date
           MOVE Memb-Name TO Pay-BorrowerName
           MOVE 'C' TO Pay-Type
           MOVE WS-RemAmount TO Pay-Amount
           MOVE SPACES TO Pay-ReasonCode
           MOVE WS-Operator TO Pay-Operator
           MOVE WS-RemCommission TO Pay-Commission

           MOVE 0 TO WS-ChgReceipt
           WRITE PaymentRecord
               INVALID KEY
                   DISPLAY 'Error: could not write payment ledger '
                       'record for ' Memb-Name
               NOT INVALID KEY
                   MOVE Pay-ReceiptNumber TO WS-ChgReceipt
                   MOVE 'ADD' TO WS-AuditFunction
                   MOVE 'payments_ledger.dat' TO WS-AuditFile
                   MOVE SPACES TO WS-AuditTitle
                   MOVE Pay-BorrowerName TO WS-AuditBorrower
                   MOVE SPACES TO WS-AuditBefore
                   MOVE PaymentRecord TO WS-AuditAfter
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

           CLOSE PaymentsLedger.

           MOVE Memb-Name TO WS-ChgBorrower
           MOVE SPACES TO WS-ChgTitle
           MOVE SPACES TO WS-ChgAccession
           MOVE 'COL' TO WS-ChgType
           COMPUTE WS-ChgAmount = 0 - WS-RemAmount
           MOVE Fine-Balance TO WS-ChgBalance
           MOVE SPACES TO WS-ChgBranch
           PERFORM WRITE-CHARGE-LINE.

       RECORD-POSTED-REFERENCE.
           MOVE Rem-AgencyRef TO RP-AgencyRef
           MOVE WS-RemMember TO RP-MemberNumber
           MOVE Memb-Number TO RP-PostedMember
           MOVE Rem-PaymentDate TO RP-PaymentDate
           MOVE WS-RemAmount TO RP-Amount
           MOVE WS-RemCommission TO RP-Commission
           MOVE WS-ChgReceipt TO RP-ReceiptNumber
           MOVE WS-TodayFormatted TO RP-PostedDate
           MOVE WS-Operator TO RP-Operator
           MOVE WS-RemittanceName TO RP-SourceFile
           WRITE RemitPostedRecord
               INVALID KEY
                   DISPLAY 'Error: could not record agency reference '
                       Rem-AgencyRef ' as posted.'
           END-WRITE.

       GET-NEXT-RECEIPT-NUMBER.
           MOVE 0 TO WS-NextReceipt
           MOVE SPACES TO PayFileStatus
           MOVE 0 TO Pay-ReceiptNumber
           START PaymentsLedger KEY IS NOT LESS THAN Pay-ReceiptNumber
               INVALID KEY
                   MOVE '10' TO PayFileStatus
           END-START
           PERFORM UNTIL PayFileStatus = '10'
               READ PaymentsLedger NEXT INTO PaymentRecord
                   AT END
                       MOVE '10' TO PayFileStatus
                   NOT AT END
                       MOVE Pay-ReceiptNumber TO WS-NextReceipt
               END-READ
           END-PERFORM
           ADD 1 TO WS-NextReceipt.

       UPDATE-REFERRAL.
           MOVE 'N' TO WS-Closed
           MOVE MemberRecord TO WS-AuditBefore
           IF WS-RemAmount >= Memb-ReferredAmount
               MOVE 0 TO Memb-ReferredAmount
           ELSE
               SUBTRACT WS-RemAmount FROM Memb-ReferredAmount
           END-IF
           IF Memb-ReferredAmount = 0 OR Fine-Balance = 0
               MOVE 'P' TO Memb-CollStatus
               MOVE 'Y' TO WS-Closed
           END-IF
           REWRITE MemberRecord
               INVALID KEY
                   DISPLAY 'Error: could not update referral for '
                       Memb-Name
               NOT INVALID KEY
                   IF WS-Closed = 'Y'
                       ADD 1 TO WS-ClosedCount
                       MOVE 'REFCLOSE' TO WS-AuditFunction
                   ELSE
                       MOVE 'COLLECTION' TO WS-AuditFunction
                   END-IF
                   MOVE 'borrowers.dat' TO WS-AuditFile
                   MOVE SPACES TO WS-AuditTitle
                   MOVE Memb-Name TO WS-AuditBorrower
                   MOVE MemberRecord TO WS-AuditAfter
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       REPORT-POSTED-REMITTANCE.
           ADD 1 TO WS-PostedCount
           ADD WS-RemAmount TO WS-PostedTotal
           ADD WS-RemCommission TO WS-CommissionTotal
           MOVE WS-ChgReceipt TO PL-Receipt
           MOVE Memb-Number TO PL-Member
           MOVE Memb-Name TO PL-Name
           MOVE Rem-AgencyRef TO PL-AgencyRef
           MOVE Rem-PaymentDate TO PL-PaymentDate
           MOVE WS-RemAmount TO PL-Amount
           MOVE WS-RemCommission TO PL-Commission
           MOVE Fine-Balance TO PL-Balance
           IF WS-Closed = 'Y'
               MOVE 'YES' TO PL-Closed
           ELSE
               MOVE SPACES TO PL-Closed
           END-IF
           MOVE WS-PostedLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE.

       REPORT-EXCEPTIONS.
           MOVE 'EXCEPTIONS - NOT POSTED' TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           MOVE WS-ExceptionColumns TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           IF WS-ExceptionCount = 0
               MOVE 'None.' TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-ExceptionCount
               MOVE EX-Record(WS-TableIdx) TO XL-Record
               MOVE EX-Reason(WS-TableIdx) TO XL-Reason
               MOVE WS-ExceptionLine TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-ExceptionsSkipped > 0
               MOVE SPACES TO WS-PrintWork
               STRING 'WARNING: ' WS-ExceptionsSkipped
                   ' EXCEPTION(S) NOT LISTED - TABLE FULL.'
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           MOVE 'REMITTANCE RECORDS READ' TO CL-Label
           MOVE WS-RecordsRead TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'PAYMENTS POSTED' TO CL-Label
           MOVE WS-PostedCount TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'EXCEPTIONS' TO CL-Label
           MOVE WS-RejectCount TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'REFERRALS CLOSED (PAID IN FULL)' TO CL-Label
           MOVE WS-ClosedCount TO CL-Count
           PERFORM WRITE-COUNT-LINE
           MOVE 'AMOUNT COLLECTED' TO AL-Label
           MOVE WS-PostedTotal TO AL-Amount
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'AGENCY COMMISSION' TO AL-Label
           MOVE WS-CommissionTotal TO AL-Amount
           PERFORM WRITE-AMOUNT-LINE
           COMPUTE WS-NetTotal = WS-PostedTotal - WS-CommissionTotal
           MOVE 'NET DUE FROM AGENCY' TO AL-Label
           MOVE WS-NetTotal TO AL-Amount
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE '*** END OF REPORT ***' TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-CountLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AmountLine TO WS-PrintWork
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

       END PROGRAM CollectionRemittance.

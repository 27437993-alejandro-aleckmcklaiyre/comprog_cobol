       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountStatement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT StatementFile ASSIGN TO 'account_statement.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD  StatementFile.
       01  PrintLine                 PIC X(110).

       WORKING-STORAGE SECTION.
       01  FinesFileStatus      PIC X(2).
       01  ChgFileStatus        PIC X(2).
       01  MembFileStatus       PIC X(2).
       01  AuditFileStatus      PIC X(2).
       01  ReportFileStatus     PIC X(2).

       01  WS-Choice            PIC 9(2) VALUE 0.
       01  WS-Continue          PIC X VALUE 'Y'.

       01  WS-Operator          PIC X(10).
       01  WS-AuditFunction     PIC X(10).
       01  WS-AuditFile         PIC X(25).
       01  WS-AuditTitle        PIC X(50).
       01  WS-AuditBorrower     PIC X(30).
       01  WS-AuditBefore       PIC X(200).
       01  WS-AuditAfter        PIC X(200).
       01  WS-AuditWritten      PIC X VALUE 'N'.

       01  WS-TodayDate.
           05  WS-TodayYYYYMMDD  PIC 9(8).
           05  FILLER            PIC X(14).
       01  WS-TodayFormatted     PIC X(10).

       01  WS-DateToValidate    PIC X(10).
       01  WS-Year              PIC 9(4).
       01  WS-Month             PIC 9(2).
       01  WS-Day               PIC 9(2).
       01  WS-DaysInMonth       PIC 9(2).
       01  WS-LeapYear          PIC X VALUE 'N'.
       01  InvalidDate          PIC X VALUE 'N'.
       01  WS-NumericDate       PIC 9(8).
       01  WS-IntegerResult     PIC 9(8).

       01  WS-FromDate          PIC X(10).
       01  WS-ToDate            PIC X(10).
       01  WS-DateIn            PIC X(10).

       01  WS-StmtBorrower      PIC X(30).
       01  WS-StmtBalance       PIC 9(7)V99.
       01  WS-OpeningBalance    PIC S9(7)V99.
       01  WS-ClosingBalance    PIC S9(7)V99.
       01  WS-PeriodCharges     PIC S9(7)V99.
       01  WS-PeriodCredits     PIC S9(7)V99.
       01  WS-PeriodLines       PIC 9(5).
       01  WS-StmtCount         PIC 9(5) VALUE 0.
       01  WS-MembAvail         PIC X VALUE 'N'.
       01  WS-ChgAvail          PIC X VALUE 'N'.

       01  WS-HasLines          PIC X VALUE 'N'.
       01  WS-LoadedCount       PIC 9(5) VALUE 0.
       01  WS-ChgWritten        PIC X VALUE 'N'.
       01  WS-ExistingTotal     PIC S9(7)V99.
       01  WS-OpeningAmount     PIC S9(7)V99.
       01  WS-FirstDate         PIC X(10).
       01  WS-FirstType         PIC X(3).

       01  WS-PageCount          PIC 9(3) VALUE 0.
       01  WS-LineCount          PIC 9(2) VALUE 0.
       01  WS-LinesPerPage       PIC 9(2) VALUE 55.
       01  WS-PrintWork          PIC X(110).

       01  WS-HeadingLine.
           05  FILLER            PIC X(19)
               VALUE 'ACCOUNT STATEMENT: '.
           05  Head-Borrower     PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  Head-RunDate      PIC X(10).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE 'PAGE '.
           05  Head-PageNo       PIC ZZ9.

       01  WS-ColumnHead.
           05  FILLER            PIC X(11) VALUE 'DATE'.
           05  FILLER            PIC X(16) VALUE 'TYPE'.
           05  FILLER            PIC X(31) VALUE 'TITLE'.
           05  FILLER            PIC X(9) VALUE 'ACCESSN'.
           05  FILLER            PIC X(7) VALUE 'RECPT'.
           05  FILLER            PIC X(14) VALUE '       AMOUNT'.
           05  FILLER            PIC X(13) VALUE '      BALANCE'.

       01  WS-DetailLine.
           05  Det-Date          PIC X(10).
           05  FILLER            PIC X VALUE SPACE.
           05  Det-Type          PIC X(15).
           05  FILLER            PIC X VALUE SPACE.
           05  Det-Title         PIC X(30).
           05  FILLER            PIC X VALUE SPACE.
           05  Det-Accession     PIC X(8).
           05  FILLER            PIC X VALUE SPACE.
           05  Det-Receipt       PIC ZZZZZ9 BLANK WHEN ZERO.
           05  FILLER            PIC X VALUE SPACE.
           05  Det-Amount        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X VALUE SPACE.
           05  Det-Balance       PIC -Z,ZZZ,ZZ9.99.

       01  WS-TotalLine.
           05  Tot-Label         PIC X(30).
           05  Tot-Value         PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TodayDate
           STRING WS-TodayYYYYMMDD(1:4) '-' WS-TodayYYYYMMDD(5:2) '-'
               WS-TodayYYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-TodayFormatted
           MOVE WS-TodayFormatted TO Head-RunDate

           PERFORM UNTIL WS-Continue = 'N'
               DISPLAY '=============================='
               DISPLAY '     ACCOUNT STATEMENTS       '
               DISPLAY '=============================='
               DISPLAY '1. Print statement for one borrower'
               DISPLAY '2. Print statements for all borrowers with a '
                   'balance'
               DISPLAY '3. Load opening balances from fines file'
               DISPLAY '4. Exit'
               DISPLAY 'Enter your choice: '
               ACCEPT WS-Choice

               EVALUATE WS-Choice
                   WHEN 1
                       PERFORM PRINT-BORROWER-STATEMENT
                   WHEN 2
                       PERFORM PRINT-ALL-STATEMENTS
                   WHEN 3
                       PERFORM LOAD-OPENING-BALANCES
                   WHEN 4
                       MOVE 'N' TO WS-Continue
                   WHEN OTHER
                       DISPLAY 'Invalid choice. Please try again.'
               END-EVALUATE
           END-PERFORM.

           STOP RUN.

       ACCEPT-DATE-RANGE.
           MOVE 'Y' TO InvalidDate
           PERFORM UNTIL InvalidDate = 'N'
               DISPLAY 'Enter start date (YYYY-MM-DD, blank for all '
                   'activity): '
               ACCEPT WS-DateIn
               IF WS-DateIn = SPACES
                   MOVE '0000-00-00' TO WS-FromDate
                   MOVE 'N' TO InvalidDate
               ELSE
                   MOVE WS-DateIn TO WS-DateToValidate
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF InvalidDate = 'Y'
                       DISPLAY 'Invalid date. Please try again.'
                   ELSE
                       MOVE WS-DateIn TO WS-FromDate
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'Y' TO InvalidDate
           PERFORM UNTIL InvalidDate = 'N'
               DISPLAY 'Enter end date (YYYY-MM-DD, blank for today): '
               ACCEPT WS-DateIn
               IF WS-DateIn = SPACES
                   MOVE WS-TodayFormatted TO WS-ToDate
                   MOVE 'N' TO InvalidDate
               ELSE
                   MOVE WS-DateIn TO WS-DateToValidate
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF InvalidDate = 'Y'
                       DISPLAY 'Invalid date. Please try again.'
                   ELSE
                       MOVE WS-DateIn TO WS-ToDate
                   END-IF
               END-IF
               IF InvalidDate = 'N' AND WS-ToDate < WS-FromDate
                   DISPLAY 'End date is before the start date. '
                       'Please try again.'
                   MOVE 'Y' TO InvalidDate
               END-IF
           END-PERFORM.

       OPEN-STATEMENT-FILES.
           MOVE 0 TO WS-StmtCount
           MOVE 0 TO WS-PageCount
           MOVE 'N' TO WS-MembAvail
           OPEN INPUT BorrowersFile
           IF MembFileStatus = '00'
               MOVE 'Y' TO WS-MembAvail
           END-IF
           MOVE 'N' TO WS-ChgAvail
           OPEN INPUT ChargesFile
           IF ChgFileStatus = '00'
               MOVE 'Y' TO WS-ChgAvail
           ELSE
               DISPLAY 'Warning: no charges file. Statements will '
                   'show balances only.'
           END-IF
           OPEN OUTPUT StatementFile
           IF ReportFileStatus NOT = '00'
               DISPLAY 'Error: could not open account_statement.txt. '
                   'Status: ' ReportFileStatus
               STOP RUN
           END-IF.

       CLOSE-STATEMENT-FILES.
           IF WS-MembAvail = 'Y'
               CLOSE BorrowersFile
           END-IF
           IF WS-ChgAvail = 'Y'
               CLOSE ChargesFile
           END-IF
           CLOSE StatementFile
           DISPLAY 'Statements printed: ' WS-StmtCount
           DISPLAY 'Statements written to account_statement.txt'.

       PRINT-BORROWER-STATEMENT.
           OPEN INPUT FinesFile
           IF FinesFileStatus = '35'
               DISPLAY 'No fines have been recorded yet.'
           ELSE
               DISPLAY 'Enter borrower name: '
               ACCEPT WS-StmtBorrower
               MOVE WS-StmtBorrower TO Fine-BorrowerName
               READ FinesFile
                   INVALID KEY
                       DISPLAY 'No account on record for '
                           WS-StmtBorrower
                   NOT INVALID KEY
                       MOVE Fine-Balance TO WS-StmtBalance
                       PERFORM ACCEPT-DATE-RANGE
                       PERFORM OPEN-STATEMENT-FILES
                       PERFORM PRINT-ONE-STATEMENT
                       PERFORM CLOSE-STATEMENT-FILES
               END-READ
               CLOSE FinesFile
           END-IF.

       PRINT-ALL-STATEMENTS.
           OPEN INPUT FinesFile
           IF FinesFileStatus = '35'
               DISPLAY 'No fines have been recorded yet.'
           ELSE
               PERFORM ACCEPT-DATE-RANGE
               PERFORM OPEN-STATEMENT-FILES
               MOVE SPACES TO FinesFileStatus
               MOVE LOW-VALUES TO Fine-BorrowerName
               START FinesFile KEY IS NOT LESS THAN Fine-BorrowerName
                   INVALID KEY
                       MOVE '10' TO FinesFileStatus
               END-START
               PERFORM UNTIL FinesFileStatus = '10'
                   READ FinesFile NEXT INTO FinesRecord
                       AT END
                           MOVE '10' TO FinesFileStatus
                       NOT AT END
                           IF Fine-Balance > 0
                               MOVE Fine-BorrowerName
                                   TO WS-StmtBorrower
                               MOVE Fine-Balance TO WS-StmtBalance
                               PERFORM PRINT-ONE-STATEMENT
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM CLOSE-STATEMENT-FILES
               CLOSE FinesFile
           END-IF.

       PRINT-ONE-STATEMENT.
           ADD 1 TO WS-StmtCount
           MOVE WS-StmtBorrower TO Head-Borrower
           PERFORM WRITE-PAGE-HEADING

           MOVE SPACES TO WS-PrintWork
           STRING 'BORROWER: ' WS-StmtBorrower
               DELIMITED BY SIZE INTO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           IF WS-MembAvail = 'Y'
               MOVE WS-StmtBorrower TO Memb-Name
               READ BorrowersFile KEY IS Memb-Name
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-PrintWork
                       STRING 'MEMBER NO: ' Memb-Number
                           '   PHONE: ' Memb-Phone
                           DELIMITED BY SIZE INTO WS-PrintWork
                       PERFORM WRITE-REPORT-LINE
                       MOVE SPACES TO WS-PrintWork
                       STRING 'ADDRESS: ' Memb-Address
                           DELIMITED BY SIZE INTO WS-PrintWork
                       PERFORM WRITE-REPORT-LINE
               END-READ
           END-IF
           MOVE SPACES TO WS-PrintWork
           IF WS-FromDate = '0000-00-00'
               STRING 'PERIOD: ALL ACTIVITY TO ' WS-ToDate
                   DELIMITED BY SIZE INTO WS-PrintWork
           ELSE
               STRING 'PERIOD: ' WS-FromDate ' TO ' WS-ToDate
                   DELIMITED BY SIZE INTO WS-PrintWork
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ColumnHead TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PrintWork
           MOVE ALL '-' TO WS-PrintWork(1:101)
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-OpeningBalance
           MOVE 0 TO WS-PeriodCharges
           MOVE 0 TO WS-PeriodCredits
           MOVE 0 TO WS-PeriodLines
           IF WS-ChgAvail = 'Y'
               PERFORM SUM-OPENING-BALANCE
           END-IF

           MOVE SPACES TO WS-DetailLine
           MOVE WS-FromDate TO Det-Date
           IF WS-FromDate = '0000-00-00'
               MOVE SPACES TO Det-Date
           END-IF
           MOVE 'BROUGHT FORWARD' TO Det-Type
           MOVE 0 TO Det-Receipt
           MOVE 0 TO Det-Amount
           MOVE WS-OpeningBalance TO Det-Balance
           MOVE WS-DetailLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE

           IF WS-ChgAvail = 'Y'
               PERFORM PRINT-PERIOD-LINES
           END-IF

           COMPUTE WS-ClosingBalance = WS-OpeningBalance
               + WS-PeriodCharges + WS-PeriodCredits

           MOVE SPACES TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE 'OPENING BALANCE' TO Tot-Label
           MOVE WS-OpeningBalance TO Tot-Value
           MOVE WS-TotalLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE 'CHARGES THIS PERIOD' TO Tot-Label
           MOVE WS-PeriodCharges TO Tot-Value
           MOVE WS-TotalLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE 'PAYMENTS AND CREDITS' TO Tot-Label
           MOVE WS-PeriodCredits TO Tot-Value
           MOVE WS-TotalLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE 'CLOSING BALANCE' TO Tot-Label
           MOVE WS-ClosingBalance TO Tot-Value
           MOVE WS-TotalLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE 'CURRENT BALANCE DUE' TO Tot-Label
           MOVE WS-StmtBalance TO Tot-Value
           MOVE WS-TotalLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           IF WS-PeriodLines = 0
               MOVE 'No account activity in this period.'
                   TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SUM-OPENING-BALANCE.
           MOVE SPACES TO ChgFileStatus
           MOVE WS-StmtBorrower TO Chg-BorrowerName
           MOVE LOW-VALUES TO Chg-Timestamp
           MOVE 0 TO Chg-Seq
           START ChargesFile KEY IS NOT LESS THAN Chg-Key
               INVALID KEY
                   MOVE '10' TO ChgFileStatus
           END-START
           PERFORM UNTIL ChgFileStatus = '10'
               READ ChargesFile NEXT INTO ChargeRecord
                   AT END
                       MOVE '10' TO ChgFileStatus
                   NOT AT END
                       IF Chg-BorrowerName NOT = WS-StmtBorrower
                          OR Chg-Date NOT < WS-FromDate
                           MOVE '10' TO ChgFileStatus
                       ELSE
                           ADD Chg-Amount TO WS-OpeningBalance
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-PERIOD-LINES.
           MOVE SPACES TO ChgFileStatus
           MOVE WS-StmtBorrower TO Chg-BorrowerName
           MOVE LOW-VALUES TO Chg-Timestamp
           MOVE 0 TO Chg-Seq
           START ChargesFile KEY IS NOT LESS THAN Chg-Key
               INVALID KEY
                   MOVE '10' TO ChgFileStatus
           END-START
           PERFORM UNTIL ChgFileStatus = '10'
               READ ChargesFile NEXT INTO ChargeRecord
                   AT END
                       MOVE '10' TO ChgFileStatus
                   NOT AT END
                       IF Chg-BorrowerName NOT = WS-StmtBorrower
                          OR Chg-Date > WS-ToDate
                           MOVE '10' TO ChgFileStatus
                       ELSE
                           IF Chg-Date NOT < WS-FromDate
                               PERFORM PRINT-CHARGE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-CHARGE-LINE.
           ADD 1 TO WS-PeriodLines
           IF Chg-Amount > 0
               ADD Chg-Amount TO WS-PeriodCharges
           ELSE
               ADD Chg-Amount TO WS-PeriodCredits
           END-IF

           MOVE SPACES TO WS-DetailLine
           MOVE Chg-Date TO Det-Date
           EVALUATE Chg-Type
               WHEN 'OVD'
                   MOVE 'OVERDUE FINE' TO Det-Type
               WHEN 'LST'
                   MOVE 'LOST ITEM' TO Det-Type
               WHEN 'PRC'
                   MOVE 'PROCESSING FEE' TO Det-Type
               WHEN 'REV'
                   MOVE 'LOST REVERSAL' TO Det-Type
               WHEN 'PAY'
                   MOVE 'PAYMENT' TO Det-Type
               WHEN 'WAV'
                   MOVE 'WAIVER' TO Det-Type
               WHEN 'BFW'
                   MOVE 'OPENING BALANCE' TO Det-Type
               WHEN 'MRG'
                   MOVE 'ACCOUNT MERGE' TO Det-Type
               WHEN 'COL'
                   MOVE 'COLLECTION AGENCY' TO Det-Type
               WHEN OTHER
                   MOVE Chg-Type TO Det-Type
           END-EVALUATE
           MOVE Chg-BookTitle TO Det-Title
           MOVE Chg-Accession TO Det-Accession
           MOVE Chg-ReceiptNumber TO Det-Receipt
           MOVE Chg-Amount TO Det-Amount
           MOVE Chg-Balance TO Det-Balance
           MOVE WS-DetailLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE.

       LOAD-OPENING-BALANCES.
           DISPLAY 'Enter operator initials: '
           ACCEPT WS-Operator

           OPEN INPUT FinesFile
           IF FinesFileStatus = '35'
               DISPLAY 'No fines have been recorded yet.'
           ELSE
               OPEN I-O ChargesFile
               IF ChgFileStatus = '35'
                   OPEN OUTPUT ChargesFile
                   CLOSE ChargesFile
                   OPEN I-O ChargesFile
               END-IF

               MOVE 0 TO WS-LoadedCount
               MOVE SPACES TO FinesFileStatus
               MOVE LOW-VALUES TO Fine-BorrowerName
               START FinesFile KEY IS NOT LESS THAN Fine-BorrowerName
                   INVALID KEY
                       MOVE '10' TO FinesFileStatus
               END-START
               PERFORM UNTIL FinesFileStatus = '10'
                   READ FinesFile NEXT INTO FinesRecord
                       AT END
                           MOVE '10' TO FinesFileStatus
                       NOT AT END
                           PERFORM LOAD-ONE-OPENING-BALANCE
                   END-READ
               END-PERFORM

               CLOSE ChargesFile
               CLOSE FinesFile
               DISPLAY 'Opening balances loaded: ' WS-LoadedCount
           END-IF.

       LOAD-ONE-OPENING-BALANCE.
           MOVE 'N' TO WS-HasLines
           MOVE 0 TO WS-ExistingTotal
           MOVE SPACES TO WS-FirstDate
           MOVE SPACES TO ChgFileStatus
           MOVE Fine-BorrowerName TO Chg-BorrowerName
           MOVE LOW-VALUES TO Chg-Timestamp
           MOVE 0 TO Chg-Seq
           START ChargesFile KEY IS NOT LESS THAN Chg-Key
               INVALID KEY
                   MOVE '10' TO ChgFileStatus
           END-START
           PERFORM UNTIL ChgFileStatus = '10'
               READ ChargesFile NEXT INTO ChargeRecord
                   AT END
                       MOVE '10' TO ChgFileStatus
                   NOT AT END
                       IF Chg-BorrowerName NOT = Fine-BorrowerName
                           MOVE '10' TO ChgFileStatus
                       ELSE
                           IF WS-HasLines = 'N'
                               MOVE 'Y' TO WS-HasLines
                               MOVE Chg-Date TO WS-FirstDate
                               MOVE Chg-Type TO WS-FirstType
                           END-IF
                           ADD Chg-Amount TO WS-ExistingTotal
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-OpeningAmount = Fine-Balance - WS-ExistingTotal
           IF WS-OpeningAmount NOT = 0
               PERFORM WRITE-OPENING-BALANCE
           END-IF.

       WRITE-OPENING-BALANCE.
           MOVE Fine-BorrowerName TO Chg-BorrowerName
           MOVE 0 TO Chg-Seq
           IF WS-HasLines = 'N'
               MOVE FUNCTION CURRENT-DATE TO Chg-Timestamp
               MOVE WS-TodayFormatted TO Chg-Date
           ELSE
               MOVE ALL '0' TO Chg-Timestamp
               PERFORM SET-DAY-BEFORE-FIRST-LINE
           END-IF
           MOVE SPACES TO Chg-BookTitle
           MOVE SPACES TO Chg-Accession
           MOVE 'BFW' TO Chg-Type
           MOVE WS-OpeningAmount TO Chg-Amount
           MOVE WS-OpeningAmount TO Chg-Balance
           MOVE 0 TO Chg-ReceiptNumber
           MOVE SPACES TO Chg-Branch
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
               DISPLAY 'Warning: could not write opening balance '
                   'for ' Fine-BorrowerName
           ELSE
               ADD 1 TO WS-LoadedCount
               MOVE 'OPENBAL' TO WS-AuditFunction
               MOVE 'charges.dat' TO WS-AuditFile
               MOVE SPACES TO WS-AuditTitle
               MOVE Fine-BorrowerName TO WS-AuditBorrower
               MOVE SPACES TO WS-AuditBefore
               MOVE ChargeRecord TO WS-AuditAfter
               PERFORM WRITE-AUDIT-RECORD
               IF WS-HasLines = 'Y'
                   PERFORM RESTATE-RUNNING-BALANCES
               END-IF
           END-IF.

       SET-DAY-BEFORE-FIRST-LINE.
           MOVE WS-FirstDate TO WS-DateToValidate
           PERFORM VALIDATE-CALENDAR-DATE
           IF InvalidDate = 'Y' OR WS-FirstType = 'BFW'
               MOVE WS-FirstDate TO Chg-Date
           ELSE
               COMPUTE WS-NumericDate =
                   WS-Year * 10000 + WS-Month * 100 + WS-Day
               COMPUTE WS-IntegerResult =
                   FUNCTION INTEGER-OF-DATE(WS-NumericDate) - 1
               COMPUTE WS-NumericDate =
                   FUNCTION DATE-OF-INTEGER(WS-IntegerResult)
               MOVE SPACES TO Chg-Date
               STRING WS-NumericDate(1:4) '-' WS-NumericDate(5:2) '-'
                   WS-NumericDate(7:2) DELIMITED BY SIZE
                   INTO Chg-Date
           END-IF.

       RESTATE-RUNNING-BALANCES.
           MOVE SPACES TO ChgFileStatus
           START ChargesFile KEY IS GREATER THAN Chg-Key
               INVALID KEY
                   MOVE '10' TO ChgFileStatus
           END-START
           PERFORM UNTIL ChgFileStatus = '10'
               READ ChargesFile NEXT INTO ChargeRecord
                   AT END
                       MOVE '10' TO ChgFileStatus
                   NOT AT END
                       IF Chg-BorrowerName NOT = Fine-BorrowerName
                           MOVE '10' TO ChgFileStatus
                       ELSE
                           ADD WS-OpeningAmount TO Chg-Balance
                           REWRITE ChargeRecord
                               INVALID KEY
                                   DISPLAY 'Warning: could not restate '
                                       'running balance for '
                                       Fine-BorrowerName
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

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

       END PROGRAM AccountStatement.

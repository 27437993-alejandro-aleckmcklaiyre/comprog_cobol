       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJournalExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLAccountFile ASSIGN TO 'gl_accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-Key
               FILE STATUS IS GLAFileStatus.

           SELECT GLControlFile ASSIGN TO 'gl_extract_control.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLX-BusinessDate
               FILE STATUS IS GLXFileStatus.

           SELECT DrawerCloseFile ASSIGN TO 'drawer_close.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CloseDate
               FILE STATUS IS DCFileStatus.

           SELECT ChargesFile ASSIGN TO 'charges.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chg-Key
               FILE STATUS IS ChgFileStatus.

           SELECT PaymentsLedger ASSIGN TO 'payments_ledger.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pay-ReceiptNumber
               FILE STATUS IS PayFileStatus.

           SELECT BorrowersFile ASSIGN TO 'borrowers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Memb-Number
               ALTERNATE RECORD KEY IS Memb-Name
               FILE STATUS IS MembFileStatus.

           SELECT OperatorFile ASSIGN TO 'operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS OperFileStatus.

           SELECT AuditLogFile ASSIGN TO 'audit_log.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Audit-Key
               FILE STATUS IS AuditFileStatus.

           SELECT JournalFile ASSIGN TO WS-JournalName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JrnFileStatus.

           SELECT PriorJournal ASSIGN TO WS-PriorName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriorFileStatus.

           SELECT ReportFile ASSIGN TO 'gl_control_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GLAccountFile.
       01  GLAccountRecord.
           05  GLA-Key.
               10  GLA-Source        PIC X(3).
               10  GLA-Reason        PIC X(3).
           05  GLA-DebitAccount      PIC X(12).
           05  GLA-CreditAccount     PIC X(12).
           05  GLA-Description       PIC X(30).

       FD  GLControlFile.
       01  GLControlRecord.
           05  GLX-BusinessDate      PIC X(10).
           05  GLX-Status            PIC X.
           05  GLX-RunNo             PIC 9(2).
           05  GLX-JournalName       PIC X(40).
           05  GLX-SentStamp         PIC X(21).
           05  GLX-Operator          PIC X(10).
           05  GLX-LineCount         PIC 9(5).
           05  GLX-DebitTotal        PIC 9(11)V99.
           05  GLX-CreditTotal       PIC 9(11)V99.
           05  GLX-ReversalName      PIC X(40).
           05  GLX-ReversedStamp     PIC X(21).
           05  GLX-ReversedBy        PIC X(10).

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

       FD  DrawerCloseFile.
       01  DrawerCloseRecord.
           05  DC-CloseDate          PIC X(10).
           05  DC-PayCount           PIC 9(5).
           05  DC-PayTotal           PIC 9(9)V99.
           05  DC-WvrCount           PIC 9(5).
           05  DC-WvrTotal           PIC 9(9)V99.
           05  DC-ClosedOn           PIC X(10).

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

       FD  OperatorFile.
       01  OperatorRecord.
           05  Oper-ID               PIC X(10).
           05  Oper-Password         PIC X(10).
           05  Oper-Name             PIC X(30).
           05  Oper-Level            PIC 9.

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

       FD  JournalFile.
       01  JournalLine               PIC X(100).

       FD  PriorJournal.
       01  PriorLine                 PIC X(100).

       FD  ReportFile.
       01  PrintLine                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  GLAFileStatus         PIC X(2).
       01  GLXFileStatus         PIC X(2).
       01  DCFileStatus          PIC X(2).
       01  ChgFileStatus         PIC X(2).
       01  PayFileStatus         PIC X(2).
       01  MembFileStatus        PIC X(2).
       01  OperFileStatus        PIC X(2).
       01  AuditFileStatus       PIC X(2).
       01  JrnFileStatus         PIC X(2).
       01  PriorFileStatus       PIC X(2).
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

       01  WS-TodayDate.
           05  WS-TodayYYYYMMDD  PIC 9(8).
           05  FILLER            PIC X(14).
       01  WS-TodayFormatted     PIC X(10).
       01  WS-BusinessDate       PIC X(10).
       01  WS-BusinessDigits     PIC X(8).

       01  WS-DateToValidate     PIC X(10).
       01  WS-Year               PIC 9(4).
       01  WS-Month              PIC 9(2).
       01  WS-Day                PIC 9(2).
       01  WS-DaysInMonth        PIC 9(2).
       01  WS-LeapYear           PIC X VALUE 'N'.
       01  InvalidDate           PIC X VALUE 'N'.

       01  WS-ConfirmReply       PIC X.
       01  WS-RunType            PIC X VALUE 'E'.
       01  WS-RunNo              PIC 9(2) VALUE 0.
       01  WS-RunAllowed         PIC X VALUE 'Y'.
       01  WS-ControlFound       PIC X VALUE 'N'.
       01  WS-JournalName        PIC X(40).
       01  WS-PriorName          PIC X(40).
       01  WS-JournalOK          PIC X VALUE 'Y'.
       01  WS-JournalWritten     PIC X VALUE 'N'.
       01  WS-MembAvail          PIC X VALUE 'N'.
       01  WS-TableFull          PIC X VALUE 'N'.
       01  WS-PriorProblem       PIC X VALUE 'N'.
       01  WS-PriorTrailerSeen   PIC X VALUE 'N'.
       01  WS-PriorLines         PIC 9(5) VALUE 0.
       01  WS-PriorDebits        PIC 9(11)V99 VALUE 0.
       01  WS-PriorCredits       PIC 9(11)V99 VALUE 0.
       01  WS-StampIn            PIC X(21).
       01  WS-StampOut           PIC X(19).

       01  WS-ItemSource         PIC X(3).
       01  WS-ItemReason         PIC X(3).
       01  WS-ItemBranch         PIC X(3).
       01  WS-ItemAmount         PIC 9(7)V99.
       01  WS-LookupReason       PIC X(3).
       01  WS-MapFound           PIC X VALUE 'N'.
       01  WS-MapIdx             PIC 9(3).
       01  WS-PostAccount        PIC X(12).
       01  WS-PostDC             PIC X.
       01  WS-PostDesc           PIC X(30).
       01  WS-PostCount          PIC 9(5).
       01  WS-PostAmount         PIC 9(9)V99.

       01  WS-ChargesRead        PIC 9(7) VALUE 0.
       01  WS-ChargesUsed        PIC 9(7) VALUE 0.
       01  WS-ChargesOther       PIC 9(7) VALUE 0.
       01  WS-PaymentsUsed       PIC 9(7) VALUE 0.
       01  WS-PaymentsOther      PIC 9(7) VALUE 0.
       01  WS-CollectionsUsed    PIC 9(7) VALUE 0.
       01  WS-NoBranchCount      PIC 9(7) VALUE 0.
       01  WS-DrawerPayCount     PIC 9(5) VALUE 0.
       01  WS-DrawerPayTotal     PIC 9(9)V99 VALUE 0.
       01  WS-DrawerWvrCount     PIC 9(5) VALUE 0.
       01  WS-DrawerWvrTotal     PIC 9(9)V99 VALUE 0.
       01  WS-DrawerFound        PIC X VALUE 'N'.
       01  WS-DrawerProblem      PIC X VALUE 'N'.
       01  WS-TotalDebits        PIC 9(11)V99 VALUE 0.
       01  WS-TotalCredits       PIC 9(11)V99 VALUE 0.
       01  WS-Difference         PIC S9(11)V99 VALUE 0.
       01  WS-UnmappedCount      PIC 9(5) VALUE 0.
       01  WS-UnmappedTotal      PIC 9(9)V99 VALUE 0.
       01  WS-ShowAmount         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-MapCount           PIC 9(3) VALUE 0.
       01  MappingTable.
           05  MapEntry OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-MapCount.
               10  MT-Source     PIC X(3).
               10  MT-Reason     PIC X(3).
               10  MT-Debit      PIC X(12).
               10  MT-Credit     PIC X(12).
               10  MT-Desc       PIC X(30).

       01  WS-EntryCount         PIC 9(4) VALUE 0.
       01  JournalTable.
           05  JournalEntry OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-EntryCount
               ASCENDING KEY IS JE-Branch JE-Source JE-Reason
               DESCENDING KEY IS JE-DC
               ASCENDING KEY IS JE-Account
               INDEXED BY JE-Idx.
               10  JE-Branch     PIC X(3).
               10  JE-Source     PIC X(3).
               10  JE-Reason     PIC X(3).
               10  JE-DC         PIC X.
               10  JE-Account    PIC X(12).
               10  JE-Desc       PIC X(30).
               10  JE-Count      PIC 9(5).
               10  JE-Amount     PIC 9(9)V99.

       01  WS-BranchCount        PIC 9(3) VALUE 0.
       01  BranchTable.
           05  BranchEntry OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-BranchCount.
               10  BT-Branch     PIC X(3).
               10  BT-Debits     PIC 9(11)V99.
               10  BT-Credits    PIC 9(11)V99.

       01  WS-UnmappedTableCount PIC 9(3) VALUE 0.
       01  UnmappedTable.
           05  UnmappedEntry OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-UnmappedTableCount.
               10  UX-Source     PIC X(3).
               10  UX-Reason     PIC X(3).
               10  UX-Branch     PIC X(3).
               10  UX-Count      PIC 9(5).
               10  UX-Amount     PIC 9(9)V99.

       01  WS-SourceData.
           05  FILLER            PIC X(33)
               VALUE 'OVDFINES ACCRUED (OVD)'.
           05  FILLER            PIC X(33)
               VALUE 'LSTLOST ITEM CHARGES (LST)'.
           05  FILLER            PIC X(33)
               VALUE 'PRCPROCESSING FEES (PRC)'.
           05  FILLER            PIC X(33)
               VALUE 'REVLOST ITEM REVERSALS (REV)'.
           05  FILLER            PIC X(33)
               VALUE 'PAYCASH PAYMENTS (TYPE P)'.
           05  FILLER            PIC X(33)
               VALUE 'WAVWAIVERS (TYPE W)'.
           05  FILLER            PIC X(33)
               VALUE 'COLAGENCY COLLECTIONS (TYPE C)'.
           05  FILLER            PIC X(33)
               VALUE 'CMSAGENCY COMMISSION (TYPE C)'.
       01  WS-SourceTable REDEFINES WS-SourceData.
           05  SourceEntry OCCURS 8 TIMES.
               10  SR-Code       PIC X(3).
               10  SR-Label      PIC X(30).
       01  SourceTotals.
           05  SourceTotal OCCURS 8 TIMES.
               10  SR-Count      PIC 9(5).
               10  SR-Amount     PIC 9(9)V99.
       01  WS-PaySource          PIC 9 VALUE 5.
       01  WS-WavSource          PIC 9 VALUE 6.

       01  WS-TableIdx           PIC 9(4).
       01  WS-MatchFound         PIC X VALUE 'N'.

       01  WS-JournalHeader.
           05  JH-RecType        PIC X VALUE 'H'.
           05  JH-BusinessDate   PIC X(10).
           05  JH-RunNo          PIC 9(2).
           05  JH-RunType        PIC X.
           05  JH-Created        PIC X(21).
           05  JH-Operator       PIC X(10).
           05  JH-ReversesName   PIC X(40).
           05  FILLER            PIC X(15) VALUE SPACES.

       01  WS-JournalDetail.
           05  JD-RecType        PIC X VALUE 'D'.
           05  JD-BusinessDate   PIC X(10).
           05  JD-Branch         PIC X(3).
           05  JD-Account        PIC X(12).
           05  JD-DC             PIC X.
           05  JD-Amount         PIC 9(9)V99.
           05  JD-Source         PIC X(3).
           05  JD-Reason         PIC X(3).
           05  JD-Desc           PIC X(30).
           05  JD-Count          PIC 9(5).
           05  FILLER            PIC X(21) VALUE SPACES.

       01  WS-JournalTrailer.
           05  JT-RecType        PIC X VALUE 'T'.
           05  JT-LineCount      PIC 9(5).
           05  JT-DebitTotal     PIC 9(11)V99.
           05  JT-CreditTotal    PIC 9(11)V99.
           05  FILLER            PIC X(68) VALUE SPACES.

       01  WS-PageCount          PIC 9(3) VALUE 0.
       01  WS-LineCount          PIC 9(2) VALUE 0.
       01  WS-LinesPerPage       PIC 9(2) VALUE 55.
       01  WS-PrintWork          PIC X(100).
       01  WS-BannerText         PIC X(100).

       01  WS-HeadingLine.
           05  FILLER            PIC X(28)
               VALUE 'GL JOURNAL CONTROL REPORT'.
           05  FILLER            PIC X(15) VALUE 'BUSINESS DATE: '.
           05  Head-BusinessDate PIC X(10).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  Head-RunDate      PIC X(10).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE 'PAGE '.
           05  Head-PageNo       PIC ZZ9.

       01  WS-ColumnLine.
           05  FILLER            PIC X(8) VALUE 'BRANCH'.
           05  FILLER            PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(9) VALUE 'TYPE'.
           05  FILLER            PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER            PIC X(8) VALUE ' ITEMS'.
           05  FILLER            PIC X(15) VALUE '         DEBIT'.
           05  FILLER            PIC X(14) VALUE '        CREDIT'.

       01  WS-JournalPrintLine.
           05  JL-Branch         PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  JL-Account        PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  JL-Source         PIC X(3).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  JL-Reason         PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  JL-Desc           PIC X(30).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  JL-Count          PIC ZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  JL-Debit          PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  JL-Credit         PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  WS-BranchLine.
           05  FILLER            PIC X(7) VALUE 'BRANCH '.
           05  BL-Branch         PIC X(6).
           05  FILLER            PIC X(9) VALUE '  DEBITS '.
           05  BL-Debits         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(10) VALUE '  CREDITS '.
           05  BL-Credits        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  BL-Result         PIC X(14).

       01  WS-TotalLine.
           05  Tot-Label         PIC X(44).
           05  Tot-Count         PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  Tot-Amount        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-ExceptionLine.
           05  EX-Source         PIC X(3).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  EX-Reason         PIC X(3).
           05  FILLER            PIC X(9) VALUE '  BRANCH '.
           05  EX-Branch         PIC X(6).
           05  FILLER            PIC X(8) VALUE '  ITEMS '.
           05  EX-Count          PIC ZZ,ZZ9.
           05  FILLER            PIC X(9) VALUE '  AMOUNT '.
           05  EX-Amount         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY 'Enter operator initials: '
           ACCEPT WS-Operator

           MOVE FUNCTION CURRENT-DATE TO WS-TodayDate
           STRING WS-TodayYYYYMMDD(1:4) '-' WS-TodayYYYYMMDD(5:2) '-'
               WS-TodayYYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-TodayFormatted

           DISPLAY 'Enter business date (YYYY-MM-DD, blank for '
               'today): '
           ACCEPT WS-BusinessDate
           IF WS-BusinessDate = SPACES
               MOVE WS-TodayFormatted TO WS-BusinessDate
           ELSE
               MOVE WS-BusinessDate TO WS-DateToValidate
               PERFORM VALIDATE-CALENDAR-DATE
               IF InvalidDate = 'Y'
                   DISPLAY 'Invalid business date. Nothing extracted.'
                   STOP RUN
               END-IF
           END-IF
           STRING WS-BusinessDate(1:4) WS-BusinessDate(6:2)
               WS-BusinessDate(9:2) DELIMITED BY SIZE
               INTO WS-BusinessDigits

           DISPLAY 'GL journal extract for business date: '
               WS-BusinessDate

           OPEN I-O GLControlFile
           IF GLXFileStatus = '35'
               OPEN OUTPUT GLControlFile
               CLOSE GLControlFile
               OPEN I-O GLControlFile
           END-IF

           MOVE 'E' TO WS-RunType
           MOVE 'Y' TO WS-RunAllowed
           MOVE WS-BusinessDate TO GLX-BusinessDate
           READ GLControlFile
               INVALID KEY
                   MOVE 'N' TO WS-ControlFound
                   MOVE 1 TO WS-RunNo
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ControlFound
                   IF GLX-RunNo >= 99
                       DISPLAY 'Error: no more runs are possible for '
                           WS-BusinessDate '. Nothing extracted.'
                       MOVE 'N' TO WS-RunAllowed
                   ELSE
                       COMPUTE WS-RunNo = GLX-RunNo + 1
                       IF GLX-Status = 'S'
                           PERFORM OFFER-REVERSAL-RUN
                       END-IF
                   END-IF
           END-READ

           IF WS-RunAllowed = 'Y'
               MOVE SPACES TO WS-JournalName
               STRING 'gl_journal_' WS-BusinessDigits '_' WS-RunNo
                   '.dat' DELIMITED BY SIZE INTO WS-JournalName
               PERFORM CLEAR-SOURCE-TOTALS
               IF WS-RunType = 'R'
                   PERFORM LOAD-PRIOR-JOURNAL
               ELSE
                   PERFORM LOAD-GL-ACCOUNTS
                   PERFORM EXTRACT-CHARGES
                   PERFORM EXTRACT-PAYMENTS
                   PERFORM CHECK-DRAWER-CLOSE
               END-IF
               PERFORM SUMMARISE-JOURNAL
               PERFORM WRITE-CONTROL-REPORT
               IF WS-JournalOK = 'Y'
                   PERFORM WRITE-JOURNAL-FILE
                   IF WS-JournalWritten = 'Y'
                       PERFORM RECORD-EXTRACT-CONTROL
                   END-IF
               ELSE
                   DISPLAY 'Journal not released. See '
                       'gl_control_report.txt for the exceptions.'
               END-IF
           END-IF

           CLOSE GLControlFile.

           STOP RUN.

       OFFER-REVERSAL-RUN.
           MOVE GLX-SentStamp TO WS-StampIn
           PERFORM FORMAT-STAMP
           DISPLAY 'The journal for ' WS-BusinessDate ' was sent in '
               GLX-JournalName
           DISPLAY '  on ' WS-StampOut ' by ' GLX-Operator '.'
           DISPLAY 'A date is only extracted once. Reverse the '
               'journal already sent?'
           DISPLAY 'Supervisor sign-on required (Y/N): '
           ACCEPT WS-ConfirmReply
           IF FUNCTION UPPER-CASE(WS-ConfirmReply) = 'Y'
               PERFORM OPERATOR-SIGNON
               IF WS-SignonOK = 'Y'
                   MOVE 'R' TO WS-RunType
               ELSE
                   DISPLAY 'Sign-on failed. Nothing extracted.'
                   MOVE 'N' TO WS-RunAllowed
               END-IF
           ELSE
               DISPLAY 'Date already extracted. Nothing extracted.'
               MOVE 'REFUSED' TO WS-AuditFunction
               MOVE 'gl_extract_control.dat' TO WS-AuditFile
               MOVE SPACES TO WS-AuditTitle
               MOVE SPACES TO WS-AuditBorrower
               MOVE SPACES TO WS-AuditBefore
               STRING 'ACTION REFUSED: GL RE-EXTRACT '
                   WS-BusinessDate DELIMITED BY SIZE
                   INTO WS-AuditBefore
               MOVE SPACES TO WS-AuditAfter
               PERFORM WRITE-AUDIT-RECORD
               MOVE 'N' TO WS-RunAllowed
           END-IF.

       CLEAR-SOURCE-TOTALS.
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > 8
               MOVE 0 TO SR-Count(WS-TableIdx)
               MOVE 0 TO SR-Amount(WS-TableIdx)
           END-PERFORM.

       LOAD-GL-ACCOUNTS.
           MOVE 0 TO WS-MapCount
           OPEN INPUT GLAccountFile
           IF GLAFileStatus = '35'
               DISPLAY 'No GL account mappings on file. Run GL '
                   'account maintenance first.'
           ELSE
               MOVE SPACES TO GLAFileStatus
               PERFORM UNTIL GLAFileStatus = '10'
                   READ GLAccountFile NEXT INTO GLAccountRecord
                       AT END
                           MOVE '10' TO GLAFileStatus
                       NOT AT END
                           IF WS-MapCount < 200
                               ADD 1 TO WS-MapCount
                               MOVE GLA-Source TO MT-Source(WS-MapCount)
                               MOVE GLA-Reason TO MT-Reason(WS-MapCount)
                               MOVE GLA-DebitAccount
                                   TO MT-Debit(WS-MapCount)
                               MOVE GLA-CreditAccount
                                   TO MT-Credit(WS-MapCount)
                               MOVE GLA-Description
                                   TO MT-Desc(WS-MapCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLAccountFile
           END-IF.

       EXTRACT-CHARGES.
           OPEN INPUT ChargesFile
           IF ChgFileStatus = '00'
               MOVE SPACES TO ChgFileStatus
               PERFORM UNTIL ChgFileStatus = '10'
                   READ ChargesFile NEXT INTO ChargeRecord
                       AT END
                           MOVE '10' TO ChgFileStatus
                       NOT AT END
                           IF Chg-Date = WS-BusinessDate
                               ADD 1 TO WS-ChargesRead
                               PERFORM EXTRACT-ONE-CHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChargesFile
           END-IF.

       EXTRACT-ONE-CHARGE.
           EVALUATE Chg-Type
               WHEN 'OVD'
               WHEN 'LST'
               WHEN 'PRC'
               WHEN 'REV'
                   ADD 1 TO WS-ChargesUsed
                   MOVE Chg-Type TO WS-ItemSource
                   MOVE SPACES TO WS-ItemReason
                   MOVE Chg-Branch TO WS-ItemBranch
                   IF Chg-Amount < 0
                       COMPUTE WS-ItemAmount = 0 - Chg-Amount
                   ELSE
                       MOVE Chg-Amount TO WS-ItemAmount
                   END-IF
                   PERFORM POST-ITEM
               WHEN OTHER
                   ADD 1 TO WS-ChargesOther
           END-EVALUATE.

       EXTRACT-PAYMENTS.
           OPEN INPUT PaymentsLedger
           IF PayFileStatus = '00'
               OPEN INPUT BorrowersFile
               IF MembFileStatus = '00'
                   MOVE 'Y' TO WS-MembAvail
               END-IF
               MOVE SPACES TO PayFileStatus
               PERFORM UNTIL PayFileStatus = '10'
                   READ PaymentsLedger NEXT INTO PaymentRecord
                       AT END
                           MOVE '10' TO PayFileStatus
                       NOT AT END
                           IF Pay-Date = WS-BusinessDate
                               PERFORM EXTRACT-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-MembAvail = 'Y'
                   CLOSE BorrowersFile
               END-IF
               CLOSE PaymentsLedger
           END-IF.

       EXTRACT-ONE-PAYMENT.
           EVALUATE Pay-Type
               WHEN 'P'
                   ADD 1 TO WS-PaymentsUsed
                   MOVE 'PAY' TO WS-ItemSource
                   MOVE SPACES TO WS-ItemReason
                   PERFORM FIND-MEMBER-BRANCH
                   MOVE Pay-Amount TO WS-ItemAmount
                   PERFORM POST-ITEM
               WHEN 'W'
                   ADD 1 TO WS-PaymentsUsed
                   MOVE 'WAV' TO WS-ItemSource
                   MOVE FUNCTION UPPER-CASE(Pay-ReasonCode)
                       TO WS-ItemReason
                   PERFORM FIND-MEMBER-BRANCH
                   MOVE Pay-Amount TO WS-ItemAmount
                   PERFORM POST-ITEM
               WHEN 'C'
                   ADD 1 TO WS-CollectionsUsed
                   MOVE 'COL' TO WS-ItemSource
                   MOVE SPACES TO WS-ItemReason
                   PERFORM FIND-MEMBER-BRANCH
                   MOVE Pay-Amount TO WS-ItemAmount
                   PERFORM POST-ITEM
                   IF Pay-Commission NUMERIC
                       MOVE 'CMS' TO WS-ItemSource
                       MOVE Pay-Commission TO WS-ItemAmount
                       PERFORM POST-ITEM
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PaymentsOther
           END-EVALUATE.

       CHECK-DRAWER-CLOSE.
           MOVE 'N' TO WS-DrawerFound
           MOVE 'N' TO WS-DrawerProblem
           OPEN INPUT DrawerCloseFile
           IF DCFileStatus = '00'
               MOVE WS-BusinessDate TO DC-CloseDate
               READ DrawerCloseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DrawerFound
                       MOVE DC-PayCount TO WS-DrawerPayCount
                       MOVE DC-PayTotal TO WS-DrawerPayTotal
                       MOVE DC-WvrCount TO WS-DrawerWvrCount
                       MOVE DC-WvrTotal TO WS-DrawerWvrTotal
               END-READ
               CLOSE DrawerCloseFile
           END-IF
           IF WS-DrawerFound = 'N'
               IF WS-PaymentsUsed > 0
                   MOVE 'Y' TO WS-DrawerProblem
               END-IF
           ELSE
               IF WS-DrawerPayTotal NOT = SR-Amount(WS-PaySource)
                  OR WS-DrawerPayCount NOT = SR-Count(WS-PaySource)
                  OR WS-DrawerWvrTotal NOT = SR-Amount(WS-WavSource)
                  OR WS-DrawerWvrCount NOT = SR-Count(WS-WavSource)
                   MOVE 'Y' TO WS-DrawerProblem
               END-IF
           END-IF.

       FIND-MEMBER-BRANCH.
           MOVE SPACES TO WS-ItemBranch
           IF WS-MembAvail = 'Y'
               MOVE Pay-BorrowerName TO Memb-Name
               READ BorrowersFile KEY IS Memb-Name
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Memb-Branch TO WS-ItemBranch
               END-READ
           END-IF.

       POST-ITEM.
           IF WS-ItemBranch = SPACES
               ADD 1 TO WS-NoBranchCount
           END-IF
           IF WS-ItemAmount > 0
               PERFORM FIND-GL-MAPPING
               IF WS-MapFound = 'Y'
                   MOVE MT-Desc(WS-MapIdx) TO WS-PostDesc
                   MOVE 1 TO WS-PostCount
                   MOVE WS-ItemAmount TO WS-PostAmount
                   MOVE MT-Debit(WS-MapIdx) TO WS-PostAccount
                   MOVE 'D' TO WS-PostDC
                   PERFORM ADD-JOURNAL-ENTRY
                   MOVE MT-Credit(WS-MapIdx) TO WS-PostAccount
                   MOVE 'C' TO WS-PostDC
                   PERFORM ADD-JOURNAL-ENTRY
                   PERFORM ADD-SOURCE-TOTAL
               ELSE
                   PERFORM ADD-UNMAPPED-ITEM
               END-IF
           END-IF.

       FIND-GL-MAPPING.
           MOVE 'N' TO WS-MapFound
           MOVE WS-ItemReason TO WS-LookupReason
           PERFORM SEARCH-GL-MAPPING
           IF WS-MapFound = 'N' AND WS-ItemReason NOT = SPACES
               MOVE SPACES TO WS-LookupReason
               PERFORM SEARCH-GL-MAPPING
           END-IF.

       SEARCH-GL-MAPPING.
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-MapCount
                      OR WS-MapFound = 'Y'
               IF MT-Source(WS-TableIdx) = WS-ItemSource
                  AND MT-Reason(WS-TableIdx) = WS-LookupReason
                   MOVE 'Y' TO WS-MapFound
                   MOVE WS-TableIdx TO WS-MapIdx
               END-IF
           END-PERFORM.

       ADD-JOURNAL-ENTRY.
           MOVE 'N' TO WS-MatchFound
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-EntryCount
                      OR WS-MatchFound = 'Y'
               SET JE-Idx TO WS-TableIdx
               IF JE-Branch(JE-Idx) = WS-ItemBranch
                  AND JE-Source(JE-Idx) = WS-ItemSource
                  AND JE-Reason(JE-Idx) = WS-ItemReason
                  AND JE-DC(JE-Idx) = WS-PostDC
                  AND JE-Account(JE-Idx) = WS-PostAccount
                   ADD WS-PostCount TO JE-Count(JE-Idx)
                   ADD WS-PostAmount TO JE-Amount(JE-Idx)
                   MOVE 'Y' TO WS-MatchFound
               END-IF
           END-PERFORM
           IF WS-MatchFound = 'N'
               IF WS-EntryCount < 2000
                   ADD 1 TO WS-EntryCount
                   SET JE-Idx TO WS-EntryCount
                   MOVE WS-ItemBranch TO JE-Branch(JE-Idx)
                   MOVE WS-ItemSource TO JE-Source(JE-Idx)
                   MOVE WS-ItemReason TO JE-Reason(JE-Idx)
                   MOVE WS-PostDC TO JE-DC(JE-Idx)
                   MOVE WS-PostAccount TO JE-Account(JE-Idx)
                   MOVE WS-PostDesc TO JE-Desc(JE-Idx)
                   MOVE WS-PostCount TO JE-Count(JE-Idx)
                   MOVE WS-PostAmount TO JE-Amount(JE-Idx)
               ELSE
                   MOVE 'Y' TO WS-TableFull
               END-IF
           END-IF.

       ADD-SOURCE-TOTAL.
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > 8
               IF SR-Code(WS-TableIdx) = WS-ItemSource
                   ADD WS-PostCount TO SR-Count(WS-TableIdx)
                   ADD WS-PostAmount TO SR-Amount(WS-TableIdx)
               END-IF
           END-PERFORM.

       ADD-UNMAPPED-ITEM.
           ADD 1 TO WS-UnmappedCount
           ADD WS-ItemAmount TO WS-UnmappedTotal
           MOVE 'N' TO WS-MatchFound
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-UnmappedTableCount
                      OR WS-MatchFound = 'Y'
               IF UX-Source(WS-TableIdx) = WS-ItemSource
                  AND UX-Reason(WS-TableIdx) = WS-ItemReason
                  AND UX-Branch(WS-TableIdx) = WS-ItemBranch
                   ADD 1 TO UX-Count(WS-TableIdx)
                   ADD WS-ItemAmount TO UX-Amount(WS-TableIdx)
                   MOVE 'Y' TO WS-MatchFound
               END-IF
           END-PERFORM
           IF WS-MatchFound = 'N' AND WS-UnmappedTableCount < 200
               ADD 1 TO WS-UnmappedTableCount
               MOVE WS-ItemSource TO UX-Source(WS-UnmappedTableCount)
               MOVE WS-ItemReason TO UX-Reason(WS-UnmappedTableCount)
               MOVE WS-ItemBranch TO UX-Branch(WS-UnmappedTableCount)
               MOVE 1 TO UX-Count(WS-UnmappedTableCount)
               MOVE WS-ItemAmount TO UX-Amount(WS-UnmappedTableCount)
           END-IF.

       LOAD-PRIOR-JOURNAL.
           MOVE GLX-JournalName TO WS-PriorName
           MOVE 'N' TO WS-PriorTrailerSeen
           MOVE 0 TO WS-PriorLines
           MOVE 0 TO WS-PriorDebits
           MOVE 0 TO WS-PriorCredits
           OPEN INPUT PriorJournal
           IF PriorFileStatus NOT = '00'
               DISPLAY 'Error: journal ' WS-PriorName ' not found. '
                   'It cannot be reversed.'
               MOVE 'Y' TO WS-PriorProblem
           ELSE
               MOVE SPACES TO PriorFileStatus
               PERFORM UNTIL PriorFileStatus = '10'
                   READ PriorJournal
                       AT END
                           MOVE '10' TO PriorFileStatus
                       NOT AT END
                           PERFORM LOAD-PRIOR-LINE
                   END-READ
               END-PERFORM
               CLOSE PriorJournal
               IF WS-PriorTrailerSeen = 'N'
                  OR WS-PriorLines NOT = JT-LineCount
                  OR WS-PriorDebits NOT = JT-DebitTotal
                  OR WS-PriorCredits NOT = JT-CreditTotal
                   DISPLAY 'Error: journal ' WS-PriorName ' does not '
                       'agree with its trailer. It cannot be reversed.'
                   MOVE 'Y' TO WS-PriorProblem
               END-IF
           END-IF.

       LOAD-PRIOR-LINE.
           EVALUATE PriorLine(1:1)
               WHEN 'D'
                   MOVE PriorLine TO WS-JournalDetail
                   ADD 1 TO WS-PriorLines
                   MOVE JD-Branch TO WS-ItemBranch
                   MOVE JD-Source TO WS-ItemSource
                   MOVE JD-Reason TO WS-ItemReason
                   MOVE JD-Account TO WS-PostAccount
                   MOVE JD-Desc TO WS-PostDesc
                   MOVE JD-Count TO WS-PostCount
                   MOVE JD-Amount TO WS-PostAmount
                   IF JD-DC = 'D'
                       ADD JD-Amount TO WS-PriorDebits
                       MOVE 'C' TO WS-PostDC
                       PERFORM ADD-SOURCE-TOTAL
                   ELSE
                       ADD JD-Amount TO WS-PriorCredits
                       MOVE 'D' TO WS-PostDC
                   END-IF
                   PERFORM ADD-JOURNAL-ENTRY
               WHEN 'T'
                   MOVE PriorLine TO WS-JournalTrailer
                   MOVE 'Y' TO WS-PriorTrailerSeen
           END-EVALUATE.

       SUMMARISE-JOURNAL.
           IF WS-EntryCount > 1
               SORT JournalEntry
           END-IF
           MOVE 0 TO WS-TotalDebits
           MOVE 0 TO WS-TotalCredits
           MOVE 0 TO WS-BranchCount
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > WS-EntryCount
               SET JE-Idx TO WS-TableIdx
               IF JE-DC(JE-Idx) = 'D'
                   ADD JE-Amount(JE-Idx) TO WS-TotalDebits
               ELSE
                   ADD JE-Amount(JE-Idx) TO WS-TotalCredits
               END-IF
               PERFORM ADD-BRANCH-TOTAL
           END-PERFORM
           COMPUTE WS-Difference = WS-TotalDebits - WS-TotalCredits

           MOVE 'Y' TO WS-JournalOK
           IF WS-UnmappedCount > 0 OR WS-TableFull = 'Y'
              OR WS-PriorProblem = 'Y' OR WS-Difference NOT = 0
              OR WS-DrawerProblem = 'Y'
               MOVE 'N' TO WS-JournalOK
           END-IF.

       ADD-BRANCH-TOTAL.
           MOVE 'Y' TO WS-MatchFound
           IF WS-BranchCount = 0
               MOVE 'N' TO WS-MatchFound
           ELSE
               IF BT-Branch(WS-BranchCount) NOT = JE-Branch(JE-Idx)
                   MOVE 'N' TO WS-MatchFound
               END-IF
           END-IF
           IF WS-MatchFound = 'N'
               IF WS-BranchCount < 200
                   ADD 1 TO WS-BranchCount
                   MOVE JE-Branch(JE-Idx) TO BT-Branch(WS-BranchCount)
                   MOVE 0 TO BT-Debits(WS-BranchCount)
                   MOVE 0 TO BT-Credits(WS-BranchCount)
               ELSE
                   MOVE 'Y' TO WS-TableFull
               END-IF
           END-IF
           IF JE-DC(JE-Idx) = 'D'
               ADD JE-Amount(JE-Idx) TO BT-Debits(WS-BranchCount)
           ELSE
               ADD JE-Amount(JE-Idx) TO BT-Credits(WS-BranchCount)
           END-IF.

       WRITE-JOURNAL-FILE.
           MOVE 'N' TO WS-JournalWritten
           OPEN OUTPUT JournalFile
           IF JrnFileStatus NOT = '00'
               DISPLAY 'Error: could not open journal file. Status: '
                   JrnFileStatus
           ELSE
               MOVE WS-BusinessDate TO JH-BusinessDate
               MOVE WS-RunNo TO JH-RunNo
               MOVE WS-RunType TO JH-RunType
               MOVE FUNCTION CURRENT-DATE TO JH-Created
               MOVE WS-Operator TO JH-Operator
               IF WS-RunType = 'R'
                   MOVE WS-PriorName TO JH-ReversesName
               ELSE
                   MOVE SPACES TO JH-ReversesName
               END-IF
               WRITE JournalLine FROM WS-JournalHeader

               PERFORM VARYING WS-TableIdx FROM 1 BY 1
                       UNTIL WS-TableIdx > WS-EntryCount
                   SET JE-Idx TO WS-TableIdx
                   MOVE WS-BusinessDate TO JD-BusinessDate
                   MOVE JE-Branch(JE-Idx) TO JD-Branch
                   MOVE JE-Account(JE-Idx) TO JD-Account
                   MOVE JE-DC(JE-Idx) TO JD-DC
                   MOVE JE-Amount(JE-Idx) TO JD-Amount
                   MOVE JE-Source(JE-Idx) TO JD-Source
                   MOVE JE-Reason(JE-Idx) TO JD-Reason
                   MOVE JE-Desc(JE-Idx) TO JD-Desc
                   MOVE JE-Count(JE-Idx) TO JD-Count
                   WRITE JournalLine FROM WS-JournalDetail
               END-PERFORM

               MOVE WS-EntryCount TO JT-LineCount
               MOVE WS-TotalDebits TO JT-DebitTotal
               MOVE WS-TotalCredits TO JT-CreditTotal
               WRITE JournalLine FROM WS-JournalTrailer
               CLOSE JournalFile
               MOVE 'Y' TO WS-JournalWritten
               DISPLAY 'Journal written to ' WS-JournalName
               DISPLAY 'Journal lines: ' WS-EntryCount
               MOVE WS-TotalDebits TO WS-ShowAmount
               DISPLAY 'Total debits:  ' WS-ShowAmount
               MOVE WS-TotalCredits TO WS-ShowAmount
               DISPLAY 'Total credits: ' WS-ShowAmount
           END-IF.

       RECORD-EXTRACT-CONTROL.
           IF WS-ControlFound = 'Y'
               MOVE GLControlRecord TO WS-AuditBefore
           ELSE
               MOVE SPACES TO WS-AuditBefore
           END-IF
           MOVE 'gl_extract_control.dat' TO WS-AuditFile
           MOVE SPACES TO WS-AuditTitle
           MOVE SPACES TO WS-AuditBorrower
           MOVE WS-BusinessDate TO GLX-BusinessDate
           MOVE WS-RunNo TO GLX-RunNo
           IF WS-RunType = 'R'
               MOVE 'R' TO GLX-Status
               MOVE WS-JournalName TO GLX-ReversalName
               MOVE FUNCTION CURRENT-DATE TO GLX-ReversedStamp
               MOVE WS-Operator TO GLX-ReversedBy
               MOVE 'GLREVERSE' TO WS-AuditFunction
               REWRITE GLControlRecord
                   INVALID KEY
                       DISPLAY 'Error: could not record the reversal '
                           'for ' WS-BusinessDate
                   NOT INVALID KEY
                       DISPLAY 'Journal ' WS-PriorName ' reversed. '
                           'The date may now be extracted again.'
                       MOVE GLControlRecord TO WS-AuditAfter
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           ELSE
               MOVE 'S' TO GLX-Status
               MOVE WS-JournalName TO GLX-JournalName
               MOVE FUNCTION CURRENT-DATE TO GLX-SentStamp
               MOVE WS-Operator TO GLX-Operator
               MOVE WS-EntryCount TO GLX-LineCount
               MOVE WS-TotalDebits TO GLX-DebitTotal
               MOVE WS-TotalCredits TO GLX-CreditTotal
               MOVE 'GLEXTRACT' TO WS-AuditFunction
               IF WS-ControlFound = 'Y'
                   REWRITE GLControlRecord
                       INVALID KEY
                           DISPLAY 'Error: could not record the '
                               'extract for ' WS-BusinessDate
                       NOT INVALID KEY
                           MOVE GLControlRecord TO WS-AuditAfter
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
               ELSE
                   MOVE SPACES TO GLX-ReversalName
                   MOVE SPACES TO GLX-ReversedStamp
                   MOVE SPACES TO GLX-ReversedBy
                   WRITE GLControlRecord
                       INVALID KEY
                           DISPLAY 'Error: could not record the '
                               'extract for ' WS-BusinessDate
                       NOT INVALID KEY
                           MOVE GLControlRecord TO WS-AuditAfter
                           PERFORM WRITE-AUDIT-RECORD
                   END-WRITE
               END-IF
           END-IF.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT ReportFile
           IF ReportFileStatus NOT = '00'
               DISPLAY 'Error: could not open report file. '
                   'Status: ' ReportFileStatus
               MOVE 'N' TO WS-JournalOK
           ELSE
               MOVE WS-BusinessDate TO Head-BusinessDate
               MOVE WS-TodayFormatted TO Head-RunDate
               PERFORM WRITE-PAGE-HEADING
               PERFORM REPORT-RUN-DETAILS
               PERFORM REPORT-JOURNAL-LINES
               PERFORM REPORT-BRANCH-TOTALS
               PERFORM REPORT-SOURCE-TOTALS
               PERFORM REPORT-BALANCE-PROOF
               IF WS-RunType = 'E'
                   PERFORM REPORT-DRAWER-AGREEMENT
                   PERFORM REPORT-UNMAPPED-ACTIVITY
               END-IF

               MOVE SPACES TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PrintWork
               IF WS-JournalOK = 'Y'
                   STRING 'JOURNAL RELEASED: ' WS-JournalName
                       DELIMITED BY SIZE INTO WS-PrintWork
               ELSE
                   MOVE SPACES TO WS-PrintWork
                   STRING 'JOURNAL NOT RELEASED - CORRECT THE '
                       'EXCEPTIONS ABOVE AND RERUN.'
                       DELIMITED BY SIZE INTO WS-PrintWork
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               MOVE '*** END OF REPORT ***' TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE

               CLOSE ReportFile
               DISPLAY 'Control report written to '
                   'gl_control_report.txt'
           END-IF.

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

       REPORT-RUN-DETAILS.
           MOVE SPACES TO WS-PrintWork
           IF WS-RunType = 'R'
               STRING 'RUN ' WS-RunNo ': REVERSAL OF JOURNAL '
                   WS-PriorName DELIMITED BY SIZE INTO WS-PrintWork
           ELSE
               STRING 'RUN ' WS-RunNo ': DAILY EXTRACT'
                   DELIMITED BY SIZE INTO WS-PrintWork
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PrintWork
           STRING 'JOURNAL FILE: ' WS-JournalName
               DELIMITED BY SIZE INTO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PrintWork
           STRING 'OPERATOR: ' WS-Operator
               DELIMITED BY SIZE INTO WS-PrintWork
           PERFORM WRITE-REPORT-LINE.

       REPORT-JOURNAL-LINES.
           MOVE 'JOURNAL LINES BY BRANCH' TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           IF WS-EntryCount = 0
               MOVE 'No journal activity for this date.'
                   TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE WS-ColumnLine TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-TableIdx FROM 1 BY 1
                       UNTIL WS-TableIdx > WS-EntryCount
                   SET JE-Idx TO WS-TableIdx
                   IF JE-Branch(JE-Idx) = SPACES
                       MOVE '(NONE)' TO JL-Branch
                   ELSE
                       MOVE JE-Branch(JE-Idx) TO JL-Branch
                   END-IF
                   MOVE JE-Account(JE-Idx) TO JL-Account
                   MOVE JE-Source(JE-Idx) TO JL-Source
                   MOVE JE-Reason(JE-Idx) TO JL-Reason
                   MOVE JE-Desc(JE-Idx) TO JL-Desc
                   MOVE JE-Count(JE-Idx) TO JL-Count
                   IF JE-DC(JE-Idx) = 'D'
                       MOVE JE-Amount(JE-Idx) TO JL-Debit
                       MOVE 0 TO JL-Credit
                   ELSE
                       MOVE 0 TO JL-Debit
                       MOVE JE-Amount(JE-Idx) TO JL-Credit
                   END-IF
                   MOVE WS-JournalPrintLine TO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
           END-IF
           IF WS-TableFull = 'Y'
               MOVE SPACES TO WS-PrintWork
               STRING 'ERROR: TOO MANY JOURNAL LINES OR BRANCHES FOR '
                   'ONE RUN.' DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-BRANCH-TOTALS.
           MOVE 'BRANCH TOTALS' TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           IF WS-BranchCount = 0
               MOVE 'No branch activity for this date.'
                   TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-TableIdx FROM 1 BY 1
                       UNTIL WS-TableIdx > WS-BranchCount
                   IF BT-Branch(WS-TableIdx) = SPACES
                       MOVE '(NONE)' TO BL-Branch
                   ELSE
                       MOVE BT-Branch(WS-TableIdx) TO BL-Branch
                   END-IF
                   MOVE BT-Debits(WS-TableIdx) TO BL-Debits
                   MOVE BT-Credits(WS-TableIdx) TO BL-Credits
                   IF BT-Debits(WS-TableIdx) = BT-Credits(WS-TableIdx)
                       MOVE 'BALANCED' TO BL-Result
                   ELSE
                       MOVE 'OUT OF BALANCE' TO BL-Result
                   END-IF
                   MOVE WS-BranchLine TO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
           END-IF.

       REPORT-SOURCE-TOTALS.
           MOVE 'ACTIVITY BY SOURCE' TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           PERFORM VARYING WS-TableIdx FROM 1 BY 1
                   UNTIL WS-TableIdx > 8
               MOVE SR-Label(WS-TableIdx) TO Tot-Label
               MOVE SR-Count(WS-TableIdx) TO Tot-Count
               MOVE SR-Amount(WS-TableIdx) TO Tot-Amount
               MOVE WS-TotalLine TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-RunType = 'E'
               MOVE SPACES TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               MOVE 'CHARGE LINES FOR THE DATE:' TO Tot-Label
               MOVE WS-ChargesRead TO Tot-Count
               MOVE 0 TO Tot-Amount
               PERFORM WRITE-COUNT-ONLY-LINE
               MOVE '  NOT JOURNALLED (OTHER CHARGE TYPES):'
                   TO Tot-Label
               MOVE WS-ChargesOther TO Tot-Count
               PERFORM WRITE-COUNT-ONLY-LINE
               MOVE 'LEDGER ENTRIES JOURNALLED (TYPE P AND W):'
                   TO Tot-Label
               MOVE WS-PaymentsUsed TO Tot-Count
               PERFORM WRITE-COUNT-ONLY-LINE
               MOVE 'LEDGER ENTRIES JOURNALLED (TYPE C):'
                   TO Tot-Label
               MOVE WS-CollectionsUsed TO Tot-Count
               PERFORM WRITE-COUNT-ONLY-LINE
               MOVE '  NOT JOURNALLED (OTHER LEDGER TYPES):'
                   TO Tot-Label
               MOVE WS-PaymentsOther TO Tot-Count
               PERFORM WRITE-COUNT-ONLY-LINE
               MOVE 'ITEMS WITH NO BRANCH:' TO Tot-Label
               MOVE WS-NoBranchCount TO Tot-Count
               PERFORM WRITE-COUNT-ONLY-LINE
           END-IF.

       WRITE-COUNT-ONLY-LINE.
           MOVE WS-TotalLine TO WS-PrintWork
           MOVE SPACES TO WS-PrintWork(56:)
           PERFORM WRITE-REPORT-LINE.

       REPORT-BALANCE-PROOF.
           MOVE 'DEBIT AND CREDIT PROOF' TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           MOVE 'TOTAL DEBITS:' TO Tot-Label
           MOVE 0 TO Tot-Count
           MOVE WS-TotalDebits TO Tot-Amount
           MOVE WS-TotalLine TO WS-PrintWork
           MOVE SPACES TO WS-PrintWork(45:9)
           PERFORM WRITE-REPORT-LINE
           MOVE 'TOTAL CREDITS:' TO Tot-Label
           MOVE WS-TotalCredits TO Tot-Amount
           MOVE WS-TotalLine TO WS-PrintWork
           MOVE SPACES TO WS-PrintWork(45:9)
           PERFORM WRITE-REPORT-LINE
           MOVE 'DIFFERENCE:' TO Tot-Label
           MOVE WS-Difference TO Tot-Amount
           MOVE WS-TotalLine TO WS-PrintWork
           MOVE SPACES TO WS-PrintWork(45:9)
           PERFORM WRITE-REPORT-LINE
           IF WS-Difference = 0
               MOVE 'DEBITS EQUAL CREDITS.' TO WS-PrintWork
           ELSE
               MOVE 'DEBITS DO NOT EQUAL CREDITS.' TO WS-PrintWork
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-RunType = 'R'
               MOVE SPACES TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               MOVE 'DEBITS IN JOURNAL REVERSED:' TO Tot-Label
               MOVE WS-PriorLines TO Tot-Count
               MOVE WS-PriorDebits TO Tot-Amount
               MOVE WS-TotalLine TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               MOVE 'CREDITS IN JOURNAL REVERSED:' TO Tot-Label
               MOVE WS-PriorCredits TO Tot-Amount
               MOVE WS-TotalLine TO WS-PrintWork
               MOVE SPACES TO WS-PrintWork(45:9)
               PERFORM WRITE-REPORT-LINE
               IF WS-PriorProblem = 'Y'
                   MOVE SPACES TO WS-PrintWork
                   STRING 'JOURNAL TO BE REVERSED IS MISSING OR DOES '
                       'NOT AGREE WITH ITS TRAILER.'
                       DELIMITED BY SIZE INTO WS-PrintWork
               ELSE
                   MOVE SPACES TO WS-PrintWork
                   STRING 'JOURNAL TO BE REVERSED AGREES WITH ITS '
                       'TRAILER.' DELIMITED BY SIZE INTO WS-PrintWork
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-DRAWER-AGREEMENT.
           MOVE 'AGREEMENT WITH CASH DRAWER CLOSE' TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           IF WS-DrawerFound = 'N'
               IF WS-DrawerProblem = 'Y'
                   MOVE 'EXCEPTION: NO DRAWER CLOSE FOR THIS DATE'
                       TO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO WS-PrintWork
                   STRING 'Run the cash drawer close for this date '
                       'and rerun the extract.'
                       DELIMITED BY SIZE INTO WS-PrintWork
               ELSE
                   MOVE 'No drawer activity for this date.'
                       TO WS-PrintWork
               END-IF
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM REPORT-DRAWER-TOTALS
           END-IF.

       REPORT-DRAWER-TOTALS.
           MOVE 'PAYMENTS PER CASH DRAWER CLOSE:' TO Tot-Label
           MOVE WS-DrawerPayCount TO Tot-Count
           MOVE WS-DrawerPayTotal TO Tot-Amount
           MOVE WS-TotalLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE 'PAYMENTS JOURNALLED:' TO Tot-Label
           MOVE SR-Count(WS-PaySource) TO Tot-Count
           MOVE SR-Amount(WS-PaySource) TO Tot-Amount
           MOVE WS-TotalLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           IF WS-DrawerPayTotal = SR-Amount(WS-PaySource)
              AND WS-DrawerPayCount = SR-Count(WS-PaySource)
               MOVE 'PAYMENTS AGREE WITH THE CASH DRAWER CLOSE.'
                   TO WS-PrintWork
           ELSE
               MOVE SPACES TO WS-PrintWork
               STRING 'PAYMENTS DO NOT AGREE WITH THE CASH DRAWER '
                   'CLOSE.' DELIMITED BY SIZE INTO WS-PrintWork
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE 'WAIVERS PER CASH DRAWER CLOSE:' TO Tot-Label
           MOVE WS-DrawerWvrCount TO Tot-Count
           MOVE WS-DrawerWvrTotal TO Tot-Amount
           MOVE WS-TotalLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           MOVE 'WAIVERS JOURNALLED:' TO Tot-Label
           MOVE SR-Count(WS-WavSource) TO Tot-Count
           MOVE SR-Amount(WS-WavSource) TO Tot-Amount
           MOVE WS-TotalLine TO WS-PrintWork
           PERFORM WRITE-REPORT-LINE
           IF WS-DrawerWvrTotal = SR-Amount(WS-WavSource)
              AND WS-DrawerWvrCount = SR-Count(WS-WavSource)
               MOVE 'WAIVERS AGREE WITH THE CASH DRAWER CLOSE.'
                   TO WS-PrintWork
           ELSE
               MOVE SPACES TO WS-PrintWork
               STRING 'WAIVERS DO NOT AGREE WITH THE CASH DRAWER '
                   'CLOSE.' DELIMITED BY SIZE INTO WS-PrintWork
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-DrawerProblem = 'Y'
               MOVE SPACES TO WS-PrintWork
               STRING 'Rerun the cash drawer close for this date if '
                   'the ledger changed after the close.'
                   DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-UNMAPPED-ACTIVITY.
           MOVE 'EXCEPTIONS - ACTIVITY WITH NO GL ACCOUNT'
               TO WS-BannerText
           PERFORM WRITE-SECTION-BANNER
           IF WS-UnmappedCount = 0
               MOVE 'None.' TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-TableIdx FROM 1 BY 1
                       UNTIL WS-TableIdx > WS-UnmappedTableCount
                   MOVE UX-Source(WS-TableIdx) TO EX-Source
                   MOVE UX-Reason(WS-TableIdx) TO EX-Reason
                   IF UX-Branch(WS-TableIdx) = SPACES
                       MOVE '(NONE)' TO EX-Branch
                   ELSE
                       MOVE UX-Branch(WS-TableIdx) TO EX-Branch
                   END-IF
                   MOVE UX-Count(WS-TableIdx) TO EX-Count
                   MOVE UX-Amount(WS-TableIdx) TO EX-Amount
                   MOVE WS-ExceptionLine TO WS-PrintWork
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               MOVE 'ITEMS WITH NO GL ACCOUNT:' TO Tot-Label
               MOVE WS-UnmappedCount TO Tot-Count
               MOVE WS-UnmappedTotal TO Tot-Amount
               MOVE WS-TotalLine TO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PrintWork
               STRING 'Add the missing entries with GL account '
                   'maintenance.' DELIMITED BY SIZE INTO WS-PrintWork
               PERFORM WRITE-REPORT-LINE
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
                           DISPLAY 'Refused: a GL reversal run '
                               'requires supervisor level.'
                           MOVE WS-SignonID TO WS-Operator
                           MOVE 'REFUSED' TO WS-AuditFunction
                           MOVE 'operators.dat' TO WS-AuditFile
                           MOVE SPACES TO WS-AuditTitle
                           MOVE SPACES TO WS-AuditBorrower
                           MOVE 'ACTION REFUSED: GL REVERSAL'
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

       FORMAT-STAMP.
           MOVE SPACES TO WS-StampOut
           IF WS-StampIn NOT = SPACES
               STRING WS-StampIn(1:4) '-' WS-StampIn(5:2) '-'
                   WS-StampIn(7:2) ' ' WS-StampIn(9:2) ':'
                   WS-StampIn(11:2) ':' WS-StampIn(13:2)
                   DELIMITED BY SIZE INTO WS-StampOut
           END-IF.

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

       END PROGRAM GLJournalExtract.

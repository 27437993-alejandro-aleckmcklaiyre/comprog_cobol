       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClosureMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClosuresFile ASSIGN TO 'closures.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Clos-Key
               FILE STATUS IS ClosFileStatus.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ClosuresFile.
       01  ClosureRecord.
           05  Clos-Key.
               10  Clos-Branch       PIC X(3).
               10  Clos-Date         PIC X(10).
           05  Clos-Reason           PIC X(30).

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

       WORKING-STORAGE SECTION.
       01  WS-Choice             PIC 9 VALUE 0.
       01  WS-Continue           PIC X VALUE 'Y'.
       01  ClosFileStatus        PIC X(2).
       01  OperFileStatus        PIC X(2).
       01  AuditFileStatus       PIC X(2).

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

       01  WS-EntryBranch        PIC X(3).
       01  WS-EntryDate          PIC X(10).
       01  WS-EntryReason        PIC X(30).
       01  WS-EntryWeekday       PIC X.
       01  WS-FromDate           PIC X(10).
       01  WS-ToDate             PIC X(10).
       01  WS-ConfirmReply       PIC X.
       01  WS-ListCount          PIC 9(5) VALUE 0.
       01  WS-AddedCount         PIC 9(5) VALUE 0.
       01  WS-DupCount           PIC 9(5) VALUE 0.

       01  WS-DateToValidate     PIC X(10).
       01  WS-Year               PIC 9(4).
       01  WS-Month              PIC 9(2).
       01  WS-Day                PIC 9(2).
       01  WS-DaysInMonth        PIC 9(2).
       01  WS-LeapYear           PIC X VALUE 'N'.
       01  InvalidDate           PIC X VALUE 'N'.
       01  WS-NumericDate        PIC 9(8).
       01  WS-IntegerResult      PIC 9(8).
       01  WS-ComputedDate       PIC X(10).
       01  WS-ComputedYYYYMMDD   PIC 9(8).
       01  WS-FromInt            PIC 9(8).
       01  WS-ToInt              PIC 9(8).
       01  WS-DayInt             PIC 9(8).
       01  WS-WeekdayNo          PIC 9.

       01  WS-WeekdayTableData.
           05  FILLER            PIC X(9) VALUE 'MONDAY'.
           05  FILLER            PIC X(9) VALUE 'TUESDAY'.
           05  FILLER            PIC X(9) VALUE 'WEDNESDAY'.
           05  FILLER            PIC X(9) VALUE 'THURSDAY'.
           05  FILLER            PIC X(9) VALUE 'FRIDAY'.
           05  FILLER            PIC X(9) VALUE 'SATURDAY'.
           05  FILLER            PIC X(9) VALUE 'SUNDAY'.
       01  WS-WeekdayTable REDEFINES WS-WeekdayTableData.
           05  WS-WeekdayName OCCURS 7 TIMES PIC X(9).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM OPERATOR-SIGNON

           IF WS-SignonOK NOT = 'Y'
               DISPLAY 'Sign-on failed. Exiting.'
           ELSE
               PERFORM UNTIL WS-Continue = 'N'
                   DISPLAY '=============================='
                   DISPLAY '   CLOSURES CALENDAR MENU     '
                   DISPLAY '=============================='
                   DISPLAY '1. Add a closed day'
                   DISPLAY '2. Close a weekday across a date range'
                   DISPLAY '3. List closed days'
                   DISPLAY '4. Delete a closed day'
                   DISPLAY '5. Exit'
                   DISPLAY '=============================='
                   DISPLAY 'Enter your choice: '
                   ACCEPT WS-Choice

                   EVALUATE WS-Choice
                       WHEN 1
                           PERFORM ADD-CLOSED-DAY
                       WHEN 2
                           PERFORM ADD-WEEKDAY-CLOSURES
                       WHEN 3
                           PERFORM LIST-CLOSED-DAYS
                       WHEN 4
                           PERFORM DELETE-CLOSED-DAY
                       WHEN 5
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
                   IF Oper-Password NOT = WS-SignonPW
                       PERFORM REJECT-SIGNON
                   ELSE
                       IF Oper-Level < WS-SupervisorLevel
                           DISPLAY 'Refused: closures calendar '
                               'maintenance requires supervisor level.'
                           MOVE WS-SignonID TO WS-Operator
                           MOVE 'REFUSED' TO WS-AuditFunction
                           MOVE 'operators.dat' TO WS-AuditFile
                           MOVE SPACES TO WS-AuditTitle
                           MOVE SPACES TO WS-AuditBorrower
                           MOVE 'ACTION REFUSED: CLOSURE MAINT'
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

       ACCEPT-CLOSURE-BRANCH.
           DISPLAY 'Enter branch code (ALL = every branch): '
           ACCEPT WS-EntryBranch
           MOVE FUNCTION UPPER-CASE(WS-EntryBranch) TO WS-EntryBranch.

       ACCEPT-VALID-DATE.
           MOVE 'Y' TO InvalidDate
           PERFORM UNTIL InvalidDate = 'N'
               ACCEPT WS-DateToValidate
               PERFORM VALIDATE-CALENDAR-DATE
               IF InvalidDate = 'Y'
                   DISPLAY 'Invalid date. Please try again '
                       '(YYYY-MM-DD): '
               END-IF
           END-PERFORM.

       OPEN-CLOSURES-FILE.
           OPEN I-O ClosuresFile
           IF ClosFileStatus = '35'
               DISPLAY 'Closures file not found. Creating a new file.'
               OPEN OUTPUT ClosuresFile
               CLOSE ClosuresFile
               OPEN I-O ClosuresFile
           END-IF.

       ADD-CLOSED-DAY.
           PERFORM ACCEPT-CLOSURE-BRANCH
           IF WS-EntryBranch = SPACES
               DISPLAY 'Branch code is required. Nothing added.'
           ELSE
               DISPLAY 'Enter closed date (YYYY-MM-DD): '
               PERFORM ACCEPT-VALID-DATE
               MOVE WS-DateToValidate TO WS-EntryDate
               DISPLAY 'Enter reason (e.g. public holiday): '
               ACCEPT WS-EntryReason

               PERFORM OPEN-CLOSURES-FILE
               MOVE WS-EntryBranch TO Clos-Branch
               MOVE WS-EntryDate TO Clos-Date
               MOVE WS-EntryReason TO Clos-Reason
               WRITE ClosureRecord
                   INVALID KEY
                       DISPLAY 'Error: that day is already closed for '
                           'that branch. Not added.'
                   NOT INVALID KEY
                       DISPLAY 'Closed day added successfully.'
                       PERFORM AUDIT-CLOSURE-ADD
               END-WRITE
               CLOSE ClosuresFile
           END-IF.

       ADD-WEEKDAY-CLOSURES.
           PERFORM ACCEPT-CLOSURE-BRANCH
           IF WS-EntryBranch = SPACES
               DISPLAY 'Branch code is required. Nothing added.'
           ELSE
               DISPLAY 'Enter weekday (1 = Monday ... 7 = Sunday): '
               ACCEPT WS-EntryWeekday
               IF WS-EntryWeekday < '1' OR WS-EntryWeekday > '7'
                   DISPLAY 'Invalid weekday. Nothing added.'
               ELSE
                   PERFORM TAKE-WEEKDAY-RANGE
               END-IF
           END-IF.

       TAKE-WEEKDAY-RANGE.
           DISPLAY 'Enter first date of range (YYYY-MM-DD): '
           PERFORM ACCEPT-VALID-DATE
           MOVE WS-DateToValidate TO WS-FromDate
           PERFORM DATE-STRING-TO-INTEGER
           MOVE WS-IntegerResult TO WS-FromInt
           DISPLAY 'Enter last date of range (YYYY-MM-DD): '
           PERFORM ACCEPT-VALID-DATE
           MOVE WS-DateToValidate TO WS-ToDate
           PERFORM DATE-STRING-TO-INTEGER
           MOVE WS-IntegerResult TO WS-ToInt
           DISPLAY 'Enter reason (e.g. closed Sundays): '
           ACCEPT WS-EntryReason

           IF WS-ToInt < WS-FromInt
               DISPLAY 'Last date is before first date. Nothing '
                   'added.'
           ELSE
               MOVE WS-EntryWeekday TO WS-WeekdayNo
               DISPLAY 'Close every ' WS-WeekdayName(WS-WeekdayNo)
                   ' from ' WS-FromDate ' to ' WS-ToDate
                   ' for branch ' WS-EntryBranch '? (Y/N): '
               ACCEPT WS-ConfirmReply
               IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y'
                   MOVE 0 TO WS-AddedCount
                   MOVE 0 TO WS-DupCount
                   PERFORM OPEN-CLOSURES-FILE
                   PERFORM VARYING WS-DayInt FROM WS-FromInt BY 1
                           UNTIL WS-DayInt > WS-ToInt
                       IF FUNCTION MOD(WS-DayInt - 1, 7) + 1 =
                          WS-WeekdayNo
                           PERFORM ADD-ONE-WEEKDAY
                       END-IF
                   END-PERFORM
                   CLOSE ClosuresFile
                   DISPLAY 'Closed days added: ' WS-AddedCount
                   IF WS-DupCount > 0
                       DISPLAY 'Already on file (skipped): '
                           WS-DupCount
                   END-IF
               ELSE
                   DISPLAY 'Nothing added.'
               END-IF
           END-IF.

       ADD-ONE-WEEKDAY.
           MOVE WS-DayInt TO WS-IntegerResult
           PERFORM INTEGER-TO-DATE-STRING
           MOVE WS-EntryBranch TO Clos-Branch
           MOVE WS-ComputedDate TO Clos-Date
           MOVE WS-EntryReason TO Clos-Reason
           WRITE ClosureRecord
               INVALID KEY
                   ADD 1 TO WS-DupCount
               NOT INVALID KEY
                   ADD 1 TO WS-AddedCount
                   PERFORM AUDIT-CLOSURE-ADD
           END-WRITE.

       LIST-CLOSED-DAYS.
           OPEN INPUT ClosuresFile
           IF ClosFileStatus = '35'
               DISPLAY 'No closed days on file.'
           ELSE
               DISPLAY 'Enter branch code (blank = every entry): '
               ACCEPT WS-EntryBranch
               MOVE FUNCTION UPPER-CASE(WS-EntryBranch)
                   TO WS-EntryBranch
               MOVE 0 TO WS-ListCount
               MOVE SPACES TO ClosFileStatus
               IF WS-EntryBranch = SPACES
                   MOVE LOW-VALUES TO Clos-Key
               ELSE
                   MOVE WS-EntryBranch TO Clos-Branch
                   MOVE LOW-VALUES TO Clos-Date
               END-IF
               START ClosuresFile KEY IS NOT LESS THAN Clos-Key
                   INVALID KEY
                       MOVE '10' TO ClosFileStatus
               END-START
               DISPLAY 'Closed days on file:'
               DISPLAY '=============================='
               PERFORM UNTIL ClosFileStatus = '10'
                   READ ClosuresFile NEXT INTO ClosureRecord
                       AT END
                           MOVE '10' TO ClosFileStatus
                       NOT AT END
                           IF WS-EntryBranch NOT = SPACES AND
                              Clos-Branch NOT = WS-EntryBranch
                               MOVE '10' TO ClosFileStatus
                           ELSE
                               ADD 1 TO WS-ListCount
                               DISPLAY Clos-Branch '  ' Clos-Date
                                   '  ' Clos-Reason
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'Closed days listed: ' WS-ListCount
               CLOSE ClosuresFile
           END-IF.

       DELETE-CLOSED-DAY.
           OPEN I-O ClosuresFile
           IF ClosFileStatus = '35'
               DISPLAY 'No closed days on file.'
           ELSE
               PERFORM ACCEPT-CLOSURE-BRANCH
               DISPLAY 'Enter closed date (YYYY-MM-DD): '
               ACCEPT WS-EntryDate
               MOVE WS-EntryBranch TO Clos-Branch
               MOVE WS-EntryDate TO Clos-Date
               READ ClosuresFile
                   INVALID KEY
                       DISPLAY 'Closed day not found.'
                   NOT INVALID KEY
                       PERFORM CONFIRM-CLOSURE-DELETE
               END-READ
               CLOSE ClosuresFile
           END-IF.

       CONFIRM-CLOSURE-DELETE.
           DISPLAY 'Reopen ' Clos-Branch ' on ' Clos-Date ' ('
               Clos-Reason ')? (Y/N): '
           ACCEPT WS-ConfirmReply
           IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y'
               MOVE ClosureRecord TO WS-AuditBefore
               DELETE ClosuresFile
                   INVALID KEY
                       DISPLAY 'Error: could not delete closed day.'
                   NOT INVALID KEY
                       DISPLAY 'Closed day deleted.'
                       MOVE 'DELETE' TO WS-AuditFunction
                       MOVE 'closures.dat' TO WS-AuditFile
                       MOVE SPACES TO WS-AuditTitle
                       MOVE SPACES TO WS-AuditBorrower
                       MOVE SPACES TO WS-AuditAfter
                       PERFORM WRITE-AUDIT-RECORD
               END-DELETE
           ELSE
               DISPLAY 'Nothing deleted.'
           END-IF.

       AUDIT-CLOSURE-ADD.
           MOVE 'ADD' TO WS-AuditFunction
           MOVE 'closures.dat' TO WS-AuditFile
           MOVE SPACES TO WS-AuditTitle
           MOVE SPACES TO WS-AuditBorrower
           MOVE SPACES TO WS-AuditBefore
           MOVE ClosureRecord TO WS-AuditAfter
           PERFORM WRITE-AUDIT-RECORD.

       DATE-STRING-TO-INTEGER.
           MOVE WS-DateToValidate(1:4) TO WS-Year
           MOVE WS-DateToValidate(6:2) TO WS-Month
           MOVE WS-DateToValidate(9:2) TO WS-Day
           COMPUTE WS-NumericDate =
               WS-Year * 10000 + WS-Month * 100 + WS-Day
           COMPUTE WS-IntegerResult =
               FUNCTION INTEGER-OF-DATE(WS-NumericDate).

       INTEGER-TO-DATE-STRING.
           COMPUTE WS-ComputedYYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-IntegerResult)
           MOVE WS-ComputedYYYYMMDD TO WS-NumericDate
           STRING WS-NumericDate(1:4) '-' WS-NumericDate(5:2) '-'
               WS-NumericDate(7:2) DELIMITED BY SIZE
               INTO WS-ComputedDate.

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

       END PROGRAM ClosureMaintenance.

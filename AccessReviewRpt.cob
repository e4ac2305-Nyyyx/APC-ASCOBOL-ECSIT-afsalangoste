      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Quarterly operator access review and segregation-of-
      *         duties check, printed on ACCESSREV.RPT as a sign-off
      *         sheet for the owners.  Every operator on OPERATOR.DAT
      *         - and any ID the logs show that is not on it - is
      *         listed with role, last sign-on (OPERLOG.DAT) and
      *         what they actually did in the review period: the
      *         OperatorMenu options and ActionGate/ActionApprove/
      *         LockClear/SubjectAccessRpt steps logged on
      *         OPERLOG.DAT, receipts taken (LEDGERIN.DAT, through
      *         the DRAWER.DAT session they were posted under),
      *         receipts voided (ReceiptVoid reversals) and bad
      *         debts written off (WRITEOFF.DAT).  An operator with
      *         no sign-on inside the dormancy limit is flagged
      *         dormant.  Exceptions are listed where one operator
      *         requested and approved the same PENDACT.DAT/
      *         PENDHIST.DAT action, voided a receipt they took
      *         themselves, or wrote off the balance of a student
      *         whose receipts they took.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessReviewRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-File-Status.

           SELECT OperLogFile ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperLog-File-Status.

           SELECT DrawerFile ASSIGN TO "DRAWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Drawer-File-Status.

           SELECT ReceiptFile ASSIGN TO "LEDGERIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Receipt-File-Status.

           SELECT WriteOffFile ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOff-File-Status.

           SELECT PendFile ASSIGN TO DYNAMIC Pend-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pend-File-Status.

           SELECT BusinessDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDate-File-Status.

           SELECT ReviewFile ASSIGN TO "ACCESSREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
       01  Operator-Rec.
           88  EndOfOperatorFile            VALUE HIGH-VALUES.
           02  opOperator-ID                PIC X(8).
           02  opOperator-Name              PIC X(20).
           02  opOperator-Role              PIC X.

       FD  OperLogFile.
       01  OperLog-Record.
           88  EndOfOperLogFile           VALUE HIGH-VALUES.
           02  olOperator-ID              PIC X(8).
           02  olDate                     PIC 9(8).
           02  olTime                     PIC 9(6).
           02  olChoice                   PIC 9(2).

       FD  DrawerFile.
       COPY DRAWREC.

       FD  ReceiptFile.
       01  Receipt-Rec.
           88  EndOfReceiptFile          VALUE HIGH-VALUES.
           02  rrReceiptType             PIC X.
           02  rrAmount                  PIC 9(6)V99.
           02  rrReceiptNo               PIC 9(6).
           02  rrStudentID               PIC X(10).
           02  rrDate                    PIC 9(8).
           02  rrSession                 PIC 9(4).
           02  rrVoidOfNo                PIC 9(6).
           02  rrVoidedBy                PIC X(8).

       FD  WriteOffFile.
       COPY WOFFREC.

      * PENDACT.DAT and the PENDHIST.DAT archive ActionApprove
      * keeps of purged actions share the one layout.
       FD  PendFile.
       01  Pend-Rec.
           88  EndOfPendFile             VALUE HIGH-VALUES.
           02  paActionNo                PIC 9(4).
           02  paProgram                 PIC X(20).
           02  paParm1                   PIC X(24).
           02  paParm2                   PIC X(24).
           02  paRequestedBy             PIC X(8).
           02  paRequestDate             PIC 9(8).
           02  paStatus                  PIC X.
           02  paDecidedBy               PIC X(8).

       FD BusinessDateFile.
       01 BusDate-Rec.
           02 bdBusinessDate         PIC 9(8).

       FD  ReviewFile.
       01  Review-Line                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  Operator-File-Status       PIC XX.
       01  OperLog-File-Status        PIC XX.
       01  Drawer-File-Status         PIC XX.
       01  Receipt-File-Status        PIC XX.
       01  WriteOff-File-Status       PIC XX.
       01  Pend-File-Status           PIC XX.
       01  BusDate-File-Status        PIC XX.
       01  Pend-File-Name             PIC X(12)  VALUE SPACES.

       01  Run-Date                   PIC 9(8)   VALUE ZEROS.
       01  Filter-From-Date           PIC X(8)   VALUE SPACES.
       01  Filter-To-Date             PIC X(8)   VALUE SPACES.
       01  Filter-Dormant-Days        PIC X(3)   VALUE SPACES.
       01  From-Date-Num              PIC 9(8)   VALUE ZEROS.
       01  From-Date-Split REDEFINES From-Date-Num.
           02  From-Year              PIC 9(4).
           02  From-Month             PIC 99.
           02  From-Day               PIC 99.
       01  To-Date-Num                PIC 9(8)   VALUE ZEROS.
       01  To-Date-Split REDEFINES To-Date-Num.
           02  To-Year                PIC 9(4).
           02  To-Month               PIC 99.
           02  To-Day                 PIC 99.
       01  Dormant-Days               PIC 9(3)   VALUE 90.
       01  Seen-Date                  PIC 9(8)   VALUE ZEROS.
       01  Seen-Date-Split REDEFINES Seen-Date.
           02  Seen-Year              PIC 9(4).
           02  Seen-Month             PIC 99.
           02  Seen-Day               PIC 99.
       01  Idle-Days                  PIC S9(7)  VALUE ZEROS.

      * One entry per operator, on the master or only in the logs,
      * with what they did in the period.  optChoice-Count is
      * indexed by the OPERLOG.DAT choice code plus one.
       01  Operator-Table.
           02  Operator-Entry            OCCURS 50 TIMES.
               03  optOperator-ID       PIC X(8).
               03  optOperator-Name     PIC X(20).
               03  optOperator-Role     PIC X.
               03  optOn-Master         PIC X.
               03  optLast-Signon       PIC 9(8).
               03  optReceipts          PIC 9(5).
               03  optVoids             PIC 9(5).
               03  optWriteOffs         PIC 9(5).
               03  optChoice-Count      PIC 9(4) OCCURS 100 TIMES.
       01  Operator-Count               PIC 9(2)   VALUE ZEROS.
       01  Operator-Index               PIC 9(2)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Operator           VALUE "Y".
       01  Seek-Operator-ID             PIC X(8)   VALUE SPACES.
       01  Choice-Index                 PIC 9(3)   VALUE ZEROS.
       01  Choice-Code                  PIC 9(2)   VALUE ZEROS.
       01  Choice-Name                  PIC X(30)  VALUE SPACES.

      * Drawer sessions, so a receipt can be traced to the operator
      * who took it.
       01  Session-Table.
           02  Session-Entry            OCCURS 500 TIMES.
               03  sstSessionNo         PIC 9(4).
               03  sstOperator          PIC X(8).
       01  Session-Count                PIC 9(3)   VALUE ZEROS.
       01  Session-Index                PIC 9(3)   VALUE ZEROS.
       01  Seek-Session                 PIC 9(4)   VALUE ZEROS.
       01  Session-Operator             PIC X(8)   VALUE SPACES.

      * Which operator took which receipt, and which operator has
      * taken receipts for which student.
       01  Receipt-Table.
           02  Receipt-Entry            OCCURS 2000 TIMES.
               03  rctReceiptNo         PIC 9(6).
               03  rctOperator          PIC X(8).
       01  Receipt-Count                PIC 9(4)   VALUE ZEROS.
       01  Receipt-Index                PIC 9(4)   VALUE ZEROS.
       01  Taker-Table.
           02  Taker-Entry              OCCURS 1000 TIMES.
               03  tktStudentID         PIC X(10).
               03  tktOperator          PIC X(8).
       01  Taker-Count                  PIC 9(4)   VALUE ZEROS.
       01  Taker-Index                  PIC 9(4)   VALUE ZEROS.
       01  Taker-Found-Switch           PIC X      VALUE "N".
           88  Found-Taker              VALUE "Y".
       01  Void-Pending-Table.
           02  Void-Pending-Entry       OCCURS 200 TIMES.
               03  vptVoidOfNo          PIC 9(6).
               03  vptVoidedBy          PIC X(8).
               03  vptReversalNo        PIC 9(6).
       01  Void-Pending-Count           PIC 9(3)   VALUE ZEROS.
       01  Void-Pending-Index           PIC 9(3)   VALUE ZEROS.
       01  Receipt-Operator             PIC X(8)   VALUE SPACES.

       01  Exception-Table.
           02  Exception-Text           PIC X(78)  OCCURS 200 TIMES.
       01  Exception-Count              PIC 9(3)   VALUE ZEROS.
       01  Exception-Index              PIC 9(3)   VALUE ZEROS.
       01  Exception-Line               PIC X(78)  VALUE SPACES.
       01  Dormant-Count                PIC 9(2)   VALUE ZEROS.
       01  Edit-Count                   PIC ZZZ9.
       01  Edit-Number                  PIC Z(5)9.

       01  Review-Header.
           02  FILLER                   PIC X(28)
               VALUE "OPERATOR ACCESS REVIEW      ".
           02  FILLER                   PIC X(7)   VALUE "PERIOD ".
           02  rvhFrom-Date             PIC 9(8).
           02  FILLER                   PIC X(4)   VALUE " TO ".
           02  rvhTo-Date               PIC 9(8).
       01  Review-LineBreak             PIC X(78) VALUE ALL "-".
       01  Review-Section-Title         PIC X(78).

       01  Review-Column-Titles.
           02  FILLER                   PIC X(10)  VALUE "OPERATOR".
           02  FILLER                   PIC X(22)  VALUE "NAME".
           02  FILLER                   PIC X(12)  VALUE "ROLE".
           02  FILLER                   PIC X(14)  VALUE "LAST SIGN-ON".
           02  FILLER                   PIC X(20)  VALUE "STATUS".

       01  Review-Operator-Line.
           02  rolOperator-ID           PIC X(8).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rolName                  PIC X(20).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rolRole                  PIC X(10).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  rolLast-Signon           PIC X(8).
           02  FILLER                   PIC X(6)   VALUE SPACES.
           02  rolStatus                PIC X(20).

       01  Review-Activity-Line.
           02  FILLER                   PIC X(6)   VALUE SPACES.
           02  ralActivity              PIC X(30).
           02  FILLER                   PIC X(2)   VALUE SPACES.
           02  ralCount                 PIC ZZZ9.

       01  Review-Total-Line.
           02  rtlLabel                 PIC X(30).
           02  rtlCount                 PIC ZZZ9.

       01  Review-Text-Line             PIC X(78).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "AccessReviewRpt - operator access review"
           DISPLAY "Period to (YYYYMMDD, blank today)        : "
               WITH NO ADVANCING
           ACCEPT Filter-To-Date
           DISPLAY "Period from (YYYYMMDD, blank 3 months)   : "
               WITH NO ADVANCING
           ACCEPT Filter-From-Date
           DISPLAY "Dormant after days unused (blank 90)     : "
               WITH NO ADVANCING
           ACCEPT Filter-Dormant-Days
           MOVE Run-Date TO To-Date-Num
           IF Filter-To-Date NOT = SPACES
               IF Filter-To-Date NOT NUMERIC
                   DISPLAY "Error - the to date must be YYYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE Filter-To-Date TO To-Date-Num
           END-IF
           IF Filter-From-Date NOT = SPACES
               IF Filter-From-Date NOT NUMERIC
                   DISPLAY "Error - the from date must be YYYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE Filter-From-Date TO From-Date-Num
           ELSE
               MOVE To-Date-Num TO From-Date-Num
               IF From-Month > 3
                   SUBTRACT 3 FROM From-Month
               ELSE
                   ADD 9 TO From-Month
                   SUBTRACT 1 FROM From-Year
               END-IF
           END-IF
           IF Filter-Dormant-Days NOT = SPACES
               IF Filter-Dormant-Days (1:1) NUMERIC
                   MOVE FUNCTION TRIM (Filter-Dormant-Days)
                       TO Dormant-Days
               END-IF
           END-IF

           PERFORM LOAD-OPERATORS
           PERFORM SCAN-OPERATOR-LOG
           PERFORM LOAD-DRAWER-SESSIONS
           PERFORM SCAN-RECEIPTS
           PERFORM SCAN-WRITE-OFFS
           MOVE "PENDACT.DAT" TO Pend-File-Name
           PERFORM SCAN-ACTIONS
           MOVE "PENDHIST.DAT" TO Pend-File-Name
           PERFORM SCAN-ACTIONS

           OPEN OUTPUT ReviewFile
           PERFORM PRINT-OPERATORS
           PERFORM PRINT-EXCEPTIONS
           PERFORM PRINT-SIGN-OFF
           CLOSE ReviewFile

           DISPLAY "AccessReviewRpt - " Operator-Count
               " operator(s) reviewed, " Dormant-Count " dormant, "
               Exception-Count " segregation-of-duties exception(s)"
               " - see ACCESSREV.RPT"
           GOBACK.

       LOAD-OPERATORS.
           OPEN INPUT OperatorFile
           IF Operator-File-Status NOT = "00"
               DISPLAY "Warning - OPERATOR.DAT not found, only IDs "
                   "seen in the logs are reviewed"
               EXIT PARAGRAPH
           END-IF
           READ OperatorFile
               AT END SET EndOfOperatorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOperatorFile
               MOVE opOperator-ID TO Seek-Operator-ID
               PERFORM FIND-OR-ADD-OPERATOR
               IF Operator-Index > 0
                   MOVE opOperator-Name TO
                       optOperator-Name (Operator-Index)
                   MOVE opOperator-Role TO
                       optOperator-Role (Operator-Index)
                   MOVE "Y" TO optOn-Master (Operator-Index)
               END-IF
               READ OperatorFile
                   AT END SET EndOfOperatorFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE OperatorFile.

      * An ID the logs know but the master doesn't is added too -
      * a deleted operator who still has activity is a finding.
       FIND-OR-ADD-OPERATOR.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Operator-Index FROM 1 BY 1
                   UNTIL Operator-Index > Operator-Count
               IF optOperator-ID (Operator-Index) = Seek-Operator-ID
                   SET Found-Operator TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Found-Operator
               EXIT PARAGRAPH
           END-IF
           IF Operator-Count >= 50
               DISPLAY "Warning - Operator-Table full, "
                   Seek-Operator-ID " not included"
               MOVE ZEROS TO Operator-Index
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Operator-Count
           MOVE Operator-Count TO Operator-Index
           MOVE Seek-Operator-ID TO optOperator-ID (Operator-Index)
           MOVE SPACES TO optOperator-Name (Operator-Index)
           MOVE SPACE TO optOperator-Role (Operator-Index)
           MOVE "N" TO optOn-Master (Operator-Index)
           MOVE ZEROS TO optLast-Signon (Operator-Index)
               optReceipts (Operator-Index)
               optVoids (Operator-Index)
               optWriteOffs (Operator-Index)
           PERFORM VARYING Choice-Index FROM 1 BY 1
                   UNTIL Choice-Index > 100
               MOVE ZEROS TO optChoice-Count
                   (Operator-Index, Choice-Index)
           END-PERFORM.

      * Every OPERLOG.DAT entry counts towards the operator's last
      * sign-on; only those inside the period count as activity.
       SCAN-OPERATOR-LOG.
           OPEN INPUT OperLogFile
           IF OperLog-File-Status NOT = "00"
               DISPLAY "Warning - OPERLOG.DAT not found, no sign-on "
                   "or menu activity to review"
               EXIT PARAGRAPH
           END-IF
           READ OperLogFile
               AT END SET EndOfOperLogFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOperLogFile
               MOVE olOperator-ID TO Seek-Operator-ID
               PERFORM FIND-OR-ADD-OPERATOR
               IF Operator-Index > 0 AND olDate NUMERIC
                   IF olDate > optLast-Signon (Operator-Index)
                           AND olDate <= To-Date-Num
                       MOVE olDate TO optLast-Signon (Operator-Index)
                   END-IF
                   IF olDate >= From-Date-Num
                           AND olDate <= To-Date-Num
                           AND olChoice NUMERIC
                       COMPUTE Choice-Index = olChoice + 1
                       ADD 1 TO optChoice-Count
                           (Operator-Index, Choice-Index)
                   END-IF
               END-IF
               READ OperLogFile
                   AT END SET EndOfOperLogFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE OperLogFile.

       LOAD-DRAWER-SESSIONS.
           OPEN INPUT DrawerFile
           IF Drawer-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DrawerFile
               AT END SET EndOfDrawerFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfDrawerFile
               IF Session-Count < 500
                   ADD 1 TO Session-Count
                   MOVE drSessionNo TO sstSessionNo (Session-Count)
                   MOVE drOperator TO sstOperator (Session-Count)
               END-IF
               READ DrawerFile
                   AT END SET EndOfDrawerFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE DrawerFile.

       LOOKUP-SESSION-OPERATOR.
           MOVE SPACES TO Session-Operator
           PERFORM VARYING Session-Index FROM 1 BY 1
                   UNTIL Session-Index > Session-Count
               IF sstSessionNo (Session-Index) = Seek-Session
                   MOVE sstOperator (Session-Index) TO
                       Session-Operator
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * A receipt is credited to the operator whose drawer session
      * it was posted under; a reversal to the supervisor ReceiptVoid
      * recorded.  Reversals are checked against their originals
      * once the whole file has been read.
       SCAN-RECEIPTS.
           OPEN INPUT ReceiptFile
           IF Receipt-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ReceiptFile
               AT END SET EndOfReceiptFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfReceiptFile
               IF rrVoidOfNo NUMERIC AND rrVoidOfNo > ZEROS
                   PERFORM NOTE-ONE-VOID
               ELSE
                   PERFORM NOTE-ONE-RECEIPT
               END-IF
               READ ReceiptFile
                   AT END SET EndOfReceiptFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReceiptFile
           PERFORM VARYING Void-Pending-Index FROM 1 BY 1
                   UNTIL Void-Pending-Index > Void-Pending-Count
               PERFORM CHECK-ONE-VOID
           END-PERFORM.

       NOTE-ONE-RECEIPT.
           MOVE SPACES TO Session-Operator
           IF rrSession NUMERIC
               MOVE rrSession TO Seek-Session
               PERFORM LOOKUP-SESSION-OPERATOR
           END-IF
           IF Session-Operator = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Receipt-Count < 2000
               ADD 1 TO Receipt-Count
               MOVE rrReceiptNo TO rctReceiptNo (Receipt-Count)
               MOVE Session-Operator TO rctOperator (Receipt-Count)
           END-IF
           PERFORM NOTE-RECEIPT-TAKER
           IF rrDate < From-Date-Num OR rrDate > To-Date-Num
               EXIT PARAGRAPH
           END-IF
           MOVE Session-Operator TO Seek-Operator-ID
           PERFORM FIND-OR-ADD-OPERATOR
           IF Operator-Index > 0
               ADD 1 TO optReceipts (Operator-Index)
           END-IF.

       NOTE-RECEIPT-TAKER.
           MOVE "N" TO Taker-Found-Switch
           PERFORM VARYING Taker-Index FROM 1 BY 1
                   UNTIL Taker-Index > Taker-Count
               IF tktStudentID (Taker-Index) = rrStudentID
                       AND tktOperator (Taker-Index) = Session-Operator
                   SET Found-Taker TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Taker AND Taker-Count < 1000
               ADD 1 TO Taker-Count
               MOVE rrStudentID TO tktStudentID (Taker-Count)
               MOVE Session-Operator TO tktOperator (Taker-Count)
           END-IF.

       NOTE-ONE-VOID.
           IF rrVoidedBy = SPACES
               MOVE "UNKNOWN" TO Seek-Operator-ID
           ELSE
               MOVE rrVoidedBy TO Seek-Operator-ID
           END-IF
           IF Void-Pending-Count < 200
               ADD 1 TO Void-Pending-Count
               MOVE rrVoidOfNo TO vptVoidOfNo (Void-Pending-Count)
               MOVE Seek-Operator-ID TO
                   vptVoidedBy (Void-Pending-Count)
               MOVE rrReceiptNo TO vptReversalNo (Void-Pending-Count)
           END-IF
           IF rrDate < From-Date-Num OR rrDate > To-Date-Num
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-OPERATOR
           IF Operator-Index > 0
               ADD 1 TO optVoids (Operator-Index)
           END-IF.

       CHECK-ONE-VOID.
           MOVE SPACES TO Receipt-Operator
           PERFORM VARYING Receipt-Index FROM 1 BY 1
                   UNTIL Receipt-Index > Receipt-Count
               IF rctReceiptNo (Receipt-Index) =
                       vptVoidOfNo (Void-Pending-Index)
                   MOVE rctOperator (Receipt-Index) TO
                       Receipt-Operator
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Receipt-Operator NOT = SPACES
                   AND Receipt-Operator =
                       vptVoidedBy (Void-Pending-Index)
               MOVE SPACES TO Exception-Line
               MOVE vptVoidOfNo (Void-Pending-Index) TO Edit-Number
               STRING Receipt-Operator DELIMITED BY SPACE
                   " took receipt " DELIMITED BY SIZE
                   Edit-Number DELIMITED BY SIZE
                   " and voided it (reversal " DELIMITED BY SIZE
                   vptReversalNo (Void-Pending-Index)
                   DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO Exception-Line
               PERFORM ADD-EXCEPTION
           END-IF.

      * WRITEOFF.DAT names the approving supervisor; writing off a
      * balance whose receipts you took is the classic way to hide a
      * lapped payment.
       SCAN-WRITE-OFFS.
           OPEN INPUT WriteOffFile
           IF WriteOff-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ WriteOffFile
               AT END SET EndOfWriteOffFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfWriteOffFile
               MOVE woApprovedBy TO Seek-Operator-ID
               IF woDate >= From-Date-Num AND woDate <= To-Date-Num
                   PERFORM FIND-OR-ADD-OPERATOR
                   IF Operator-Index > 0
                       ADD 1 TO optWriteOffs (Operator-Index)
                   END-IF
               END-IF
               PERFORM VARYING Taker-Index FROM 1 BY 1
                       UNTIL Taker-Index > Taker-Count
                   IF tktStudentID (Taker-Index) = woStudentID
                           AND tktOperator (Taker-Index) =
                               woApprovedBy
                       MOVE SPACES TO Exception-Line
                       STRING woApprovedBy DELIMITED BY SPACE
                           " wrote off student " DELIMITED BY SIZE
                           woStudentID DELIMITED BY SPACE
                           " on " DELIMITED BY SIZE
                           woDate DELIMITED BY SIZE
                           " after taking their receipts"
                           DELIMITED BY SIZE
                           INTO Exception-Line
                       PERFORM ADD-EXCEPTION
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               READ WriteOffFile
                   AT END SET EndOfWriteOffFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE WriteOffFile.

      * ActionApprove refuses a self-approval, but a console sign-on
      * with no operator master answers as CONSOLE both times.
       SCAN-ACTIONS.
           OPEN INPUT PendFile
           IF Pend-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PendFile
               AT END SET EndOfPendFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPendFile
               IF paDecidedBy NOT = SPACES
                       AND paDecidedBy = paRequestedBy
                   MOVE SPACES TO Exception-Line
                   STRING paRequestedBy DELIMITED BY SPACE
                       " requested and decided action "
                       DELIMITED BY SIZE
                       paActionNo DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       paProgram DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       paParm1 DELIMITED BY SPACE
                       INTO Exception-Line
                   PERFORM ADD-EXCEPTION
               END-IF
               READ PendFile
                   AT END SET EndOfPendFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE PendFile.

       ADD-EXCEPTION.
           IF Exception-Count < 200
               ADD 1 TO Exception-Count
               MOVE Exception-Line TO Exception-Text (Exception-Count)
           ELSE
               DISPLAY "Warning - Exception-Table full: "
                   Exception-Line
           END-IF.

       PRINT-OPERATORS.
           MOVE From-Date-Num TO rvhFrom-Date
           MOVE To-Date-Num TO rvhTo-Date
           WRITE Review-Line FROM Review-Header
           WRITE Review-Line FROM Review-LineBreak
           WRITE Review-Line FROM Review-Column-Titles
           WRITE Review-Line FROM Review-LineBreak
           PERFORM VARYING Operator-Index FROM 1 BY 1
                   UNTIL Operator-Index > Operator-Count
               PERFORM PRINT-ONE-OPERATOR
           END-PERFORM
           WRITE Review-Line FROM Review-LineBreak
           MOVE "OPERATORS REVIEWED          :" TO rtlLabel
           MOVE Operator-Count TO rtlCount
           WRITE Review-Line FROM Review-Total-Line
           MOVE "DORMANT OPERATOR IDS        :" TO rtlLabel
           MOVE Dormant-Count TO rtlCount
           WRITE Review-Line FROM Review-Total-Line
           MOVE SPACES TO Review-Line
           WRITE Review-Line.

       PRINT-ONE-OPERATOR.
           MOVE optOperator-ID (Operator-Index) TO rolOperator-ID
           MOVE optOperator-Name (Operator-Index) TO rolName
           EVALUATE optOperator-Role (Operator-Index)
               WHEN "E"
                   MOVE "ENTRY" TO rolRole
               WHEN "R"
                   MOVE "REPORTS" TO rolRole
               WHEN "S"
                   MOVE "SUPERVISOR" TO rolRole
               WHEN OTHER
                   MOVE "NONE" TO rolRole
           END-EVALUATE
           IF optLast-Signon (Operator-Index) = ZEROS
               MOVE "NEVER" TO rolLast-Signon
           ELSE
               MOVE optLast-Signon (Operator-Index) TO rolLast-Signon
           END-IF
           PERFORM SET-OPERATOR-STATUS
           WRITE Review-Line FROM Review-Operator-Line
           PERFORM VARYING Choice-Index FROM 1 BY 1
                   UNTIL Choice-Index > 100
               IF optChoice-Count (Operator-Index, Choice-Index)
                       > ZEROS
                   COMPUTE Choice-Code = Choice-Index - 1
                   PERFORM NAME-THE-CHOICE
                   MOVE Choice-Name TO ralActivity
                   MOVE optChoice-Count (Operator-Index, Choice-Index)
                       TO ralCount
                   WRITE Review-Line FROM Review-Activity-Line
               END-IF
           END-PERFORM
           IF optReceipts (Operator-Index) > ZEROS
               MOVE "Receipts taken" TO ralActivity
               MOVE optReceipts (Operator-Index) TO ralCount
               WRITE Review-Line FROM Review-Activity-Line
           END-IF
           IF optVoids (Operator-Index) > ZEROS
               MOVE "Receipts voided (ReceiptVoid)" TO ralActivity
               MOVE optVoids (Operator-Index) TO ralCount
               WRITE Review-Line FROM Review-Activity-Line
           END-IF
           IF optWriteOffs (Operator-Index) > ZEROS
               MOVE "Write-offs approved" TO ralActivity
               MOVE optWriteOffs (Operator-Index) TO ralCount
               WRITE Review-Line FROM Review-Activity-Line
           END-IF.

      * Dormant means no sign-on within the limit before the end of
      * the period (30-day-month convention).
       SET-OPERATOR-STATUS.
           MOVE "ACTIVE" TO rolStatus
           IF optLast-Signon (Operator-Index) = ZEROS
               MOVE "** DORMANT - NEVER" TO rolStatus
               ADD 1 TO Dormant-Count
           ELSE
               MOVE optLast-Signon (Operator-Index) TO Seen-Date
               COMPUTE Idle-Days =
                   ((To-Year - Seen-Year) * 360)
                   + ((To-Month - Seen-Month) * 30)
                   + (To-Day - Seen-Day)
               IF Idle-Days > Dormant-Days
                   MOVE "** DORMANT" TO rolStatus
                   ADD 1 TO Dormant-Count
               END-IF
           END-IF
           IF optOn-Master (Operator-Index) NOT = "Y"
               MOVE "** NOT ON MASTER" TO rolStatus
           END-IF.

       NAME-THE-CHOICE.
           EVALUATE Choice-Code
               WHEN 0
                   MOVE "Signed on (OperatorMenu)" TO Choice-Name
               WHEN 1
                   MOVE "AcceptAndDisplay" TO Choice-Name
               WHEN 2
                   MOVE "InputSort" TO Choice-Name
               WHEN 3
                   MOVE "CsvImport" TO Choice-Name
               WHEN 4
                   MOVE "StudentMaintenance" TO Choice-Name
               WHEN 5
                   MOVE "SeqRead" TO Choice-Name
               WHEN 6
                   MOVE "MaleSort" TO Choice-Name
               WHEN 7
                   MOVE "ExportStudents" TO Choice-Name
               WHEN 8
                   MOVE "NightlyStudentRun" TO Choice-Name
               WHEN 9
                   MOVE "Signed off (OperatorMenu)" TO Choice-Name
               WHEN 10
                   MOVE "OperatorMaint" TO Choice-Name
               WHEN 11
                   MOVE "TrainSnapshot" TO Choice-Name
               WHEN 12
                   MOVE "ReceiptsEntry" TO Choice-Name
               WHEN 13
                   MOVE "RegistrationEntry" TO Choice-Name
               WHEN 90
                   MOVE "LockClear" TO Choice-Name
               WHEN 91
                   MOVE "Action requested (ActionGate)" TO Choice-Name
               WHEN 92
                   MOVE "Action approved" TO Choice-Name
               WHEN 93
                   MOVE "Action rejected" TO Choice-Name
               WHEN 94
                   MOVE "Action executed (ActionGate)" TO Choice-Name
               WHEN 95
                   MOVE "Subject access (SubjectAccessRpt)"
                       TO Choice-Name
               WHEN OTHER
                   MOVE SPACES TO Choice-Name
                   STRING "Menu choice " Choice-Code
                       DELIMITED BY SIZE INTO Choice-Name
           END-EVALUATE.

       PRINT-EXCEPTIONS.
           MOVE "SEGREGATION OF DUTIES EXCEPTIONS" TO
               Review-Section-Title
           WRITE Review-Line FROM Review-Section-Title
           WRITE Review-Line FROM Review-LineBreak
           IF Exception-Count = ZEROS
               MOVE "None found." TO Review-Text-Line
               WRITE Review-Line FROM Review-Text-Line
           END-IF
           PERFORM VARYING Exception-Index FROM 1 BY 1
                   UNTIL Exception-Index > Exception-Count
               MOVE Exception-Text (Exception-Index) TO
                   Review-Text-Line
               WRITE Review-Line FROM Review-Text-Line
           END-PERFORM
           WRITE Review-Line FROM Review-LineBreak
           MOVE "EXCEPTIONS                  :" TO rtlLabel
           MOVE Exception-Count TO rtlCount
           WRITE Review-Line FROM Review-Total-Line
           MOVE SPACES TO Review-Line
           WRITE Review-Line.

       PRINT-SIGN-OFF.
           MOVE "OWNER SIGN-OFF" TO Review-Section-Title
           WRITE Review-Line FROM Review-Section-Title
           WRITE Review-Line FROM Review-LineBreak
           MOVE "Access reviewed and exceptions followed up."
               TO Review-Text-Line
           WRITE Review-Line FROM Review-Text-Line
           MOVE SPACES TO Review-Line
           WRITE Review-Line
           MOVE "Owner : ______________________  Date : __________"
               TO Review-Text-Line
           WRITE Review-Line FROM Review-Text-Line
           MOVE SPACES TO Review-Line
           WRITE Review-Line
           MOVE "Owner : ______________________  Date : __________"
               TO Review-Text-Line
           WRITE Review-Line FROM Review-Text-Line.

       GET-BUSINESS-DATE.
           OPEN INPUT BusinessDateFile
           IF BusDate-File-Status = "00"
               READ BusinessDateFile
                   AT END MOVE ZEROS TO bdBusinessDate
               END-READ
               CLOSE BusinessDateFile
           ELSE
               MOVE ZEROS TO bdBusinessDate
           END-IF
           IF bdBusinessDate NOT = ZEROS
               MOVE bdBusinessDate TO Run-Date
           ELSE
               ACCEPT Run-Date FROM DATE YYYYMMDD
           END-IF.

       END PROGRAM AccessReviewRpt.

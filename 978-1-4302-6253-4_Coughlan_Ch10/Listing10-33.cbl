IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-33.
AUTHOR. Michael Coughlan
* Customer refund register by BranchCode.
* Every refund paid at a counter for a CustomerReturn keyed in
* Listing10-7 is appended to the shared refund file with the branch
* that paid it, the invoice line it was sold on, the condition the
* unit came back in and the amount handed back.  For a requested day
* this run lists the refunds branch by branch, each with its original
* invoice reference, and totals the refunds per branch for the
* cashiers to agree against the tills, with the units put back on
* the shelf and the units sent to quarantine.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT RefundFile ASSIGN TO "Listing10-7Refunds.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RefundStatus.

DATA DIVISION.
FILE SECTION.
FD RefundFile.
01 RefundRec.
   88 EndOfRefundFile       VALUE HIGH-VALUES.
   02 RefundDate-RF         PIC 9(8).
   02 BranchCode-RF         PIC XX.
   02 GadgetID-RF           PIC 9(7).
   02 QtyReturned-RF        PIC 9(4).
   02 ConditionCode-RF      PIC XX.
   02 Location-RF           PIC 9.
   02 OrigBranchCode-RF     PIC XX.
   02 OrigInvoiceNum-RF     PIC 9(6).
   02 RefundAmount-RF       PIC 9(5)V99.
   02 OperatorId-RF         PIC X(4).

WORKING-STORAGE SECTION.
01 RefundStatus            PIC XX.
   88 NoRefundFile         VALUE "35".

01 RegisterDate            PIC X(8).
01 RegisterDateNum REDEFINES RegisterDate
                           PIC 9(8).

*  The day's refunds, in the order they were paid within each branch.
01 RefundTable.
   02 RefundEntry OCCURS 1000 TIMES.
      03 RT-BranchCode     PIC XX.
      03 RT-Sequence       PIC 9(4).
      03 RT-Refund         PIC X(43).

*  A refund taken back out of the table to be printed.
01 RefundView.
   02 RefundDate-RV         PIC 9(8).
   02 BranchCode-RV         PIC XX.
   02 GadgetID-RV           PIC 9(7).
   02 QtyReturned-RV        PIC 9(4).
   02 ConditionCode-RV      PIC XX.
      88 ReturnResaleable   VALUE "RS".
   02 Location-RV           PIC 9.
   02 OrigBranchCode-RV     PIC XX.
   02 OrigInvoiceNum-RV     PIC 9(6).
   02 RefundAmount-RV       PIC 9(5)V99.
   02 OperatorId-RV         PIC X(4).

01 SwapRefundEntry         PIC X(49).
01 RefundCount             PIC 9(4) VALUE ZERO.
01 RefundIdx               PIC 9(4).
01 SubscriptA              PIC 9(4).
01 SubscriptB              PIC 9(4).
01 RefundsDropped          PIC 9(4) VALUE ZERO.

01 CurrentBranchCode       PIC XX.
01 BranchTotals.
   02 BT-Refunds           PIC 9(4).
   02 BT-Amount            PIC 9(7)V99.
   02 BT-QtyRestocked      PIC 9(6).
   02 BT-QtyQuarantined    PIC 9(6).
01 GrandTotals.
   02 GT-Refunds           PIC 9(5) VALUE ZERO.
   02 GT-Amount            PIC 9(8)V99 VALUE ZERO.

01 RegisterHeading         PIC X(48) VALUE
   "GadgetID   Qty  Cond  Sold on    Oper     Refund".

01 RegisterLine.
   02 PrnGadgetID          PIC 9(7).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnQty               PIC ZZZ9.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnCondition         PIC XX.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnOrigBranch        PIC XX.
   02 FILLER               PIC X     VALUE "/".
   02 PrnOrigInvoice       PIC 9(6).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnOperatorId        PIC X(4).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnRefundAmount      PIC $$$,$$9.99.

01 TotalLine.
   02 PrnTotalLabel        PIC X(30).
   02 PrnTotalValue        PIC $$,$$$,$$9.99.

01 CountLine.
   02 PrnCountLabel        PIC X(30).
   02 PrnCount             PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Refund register - refund date (YYYYMMDD) - "
           WITH NO ADVANCING
   ACCEPT RegisterDate
   IF RegisterDate NOT NUMERIC
      DISPLAY "Date must be 8 digits - " RegisterDate
      STOP RUN
   END-IF
   PERFORM LoadDaysRefunds
   IF RefundCount = ZERO
      DISPLAY "No refunds paid on " RegisterDate
      STOP RUN
   END-IF
   PERFORM SortByBranch
   DISPLAY "***** CUSTOMER REFUND REGISTER FOR " RegisterDate " *****"
   MOVE 1 TO RefundIdx
   PERFORM UNTIL RefundIdx > RefundCount
      PERFORM PrintOneBranch
   END-PERFORM
   DISPLAY " "
   MOVE "Refunds paid - all branches" TO PrnCountLabel
   MOVE GT-Refunds                    TO PrnCount
   DISPLAY CountLine
   MOVE "Refunded - all branches"     TO PrnTotalLabel
   MOVE GT-Amount                     TO PrnTotalValue
   DISPLAY TotalLine
   IF RefundsDropped NOT = ZERO
      MOVE "Table full - refunds left out" TO PrnCountLabel
      MOVE RefundsDropped            TO PrnCount
      DISPLAY CountLine
   END-IF
   STOP RUN.

LoadDaysRefunds.
   OPEN INPUT RefundFile
   IF NoRefundFile
      SET EndOfRefundFile TO TRUE
   ELSE
      READ RefundFile
         AT END SET EndOfRefundFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfRefundFile
      IF RefundDate-RF = RegisterDateNum
         IF RefundCount < 1000
            ADD 1 TO RefundCount
            MOVE BranchCode-RF TO RT-BranchCode(RefundCount)
            MOVE RefundCount   TO RT-Sequence(RefundCount)
            MOVE RefundRec     TO RT-Refund(RefundCount)
         ELSE
            ADD 1 TO RefundsDropped
         END-IF
      END-IF
      READ RefundFile
         AT END SET EndOfRefundFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoRefundFile
      CLOSE RefundFile
   END-IF.

SortByBranch.
*  Bubble sort, as the shortfall sort in Listing7-5 - the table is
*  small.  The sequence keeps each branch's refunds in paid order.
   PERFORM VARYING SubscriptA FROM 1 BY 1 UNTIL SubscriptA >= RefundCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > RefundCount - SubscriptA
         IF RT-BranchCode(SubscriptB) > RT-BranchCode(SubscriptB + 1)
            OR (RT-BranchCode(SubscriptB) = RT-BranchCode(SubscriptB + 1)
                AND RT-Sequence(SubscriptB) > RT-Sequence(SubscriptB + 1))
            MOVE RefundEntry(SubscriptB)     TO SwapRefundEntry
            MOVE RefundEntry(SubscriptB + 1) TO RefundEntry(SubscriptB)
            MOVE SwapRefundEntry             TO RefundEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

PrintOneBranch.
*  Leaves RefundIdx on the first refund of the next branch.
   MOVE RT-BranchCode(RefundIdx) TO CurrentBranchCode
   MOVE ZERO TO BranchTotals
   DISPLAY " "
   DISPLAY "Branch " CurrentBranchCode
   DISPLAY RegisterHeading
   PERFORM UNTIL RefundIdx > RefundCount
           OR RT-BranchCode(RefundIdx) NOT = CurrentBranchCode
      PERFORM PrintOneRefund
      ADD 1 TO RefundIdx
   END-PERFORM
   MOVE "  Refunds paid"              TO PrnCountLabel
   MOVE BT-Refunds                    TO PrnCount
   DISPLAY CountLine
   MOVE "  Units back on the shelf"   TO PrnCountLabel
   MOVE BT-QtyRestocked               TO PrnCount
   DISPLAY CountLine
   MOVE "  Units to quarantine"       TO PrnCountLabel
   MOVE BT-QtyQuarantined             TO PrnCount
   DISPLAY CountLine
   MOVE "  Total refunded"            TO PrnTotalLabel
   MOVE BT-Amount                     TO PrnTotalValue
   DISPLAY TotalLine
   ADD BT-Refunds TO GT-Refunds
   ADD BT-Amount  TO GT-Amount.

PrintOneRefund.
   MOVE RT-Refund(RefundIdx) TO RefundView
   MOVE GadgetID-RV          TO PrnGadgetID
   MOVE QtyReturned-RV       TO PrnQty
   MOVE ConditionCode-RV     TO PrnCondition
   MOVE OrigBranchCode-RV    TO PrnOrigBranch
   MOVE OrigInvoiceNum-RV    TO PrnOrigInvoice
   MOVE OperatorId-RV        TO PrnOperatorId
   MOVE RefundAmount-RV      TO PrnRefundAmount
   DISPLAY RegisterLine
   ADD 1 TO BT-Refunds
   ADD RefundAmount-RV TO BT-Amount
   IF ReturnResaleable
      ADD QtyReturned-RV TO BT-QtyRestocked
   ELSE
      ADD QtyReturned-RV TO BT-QtyQuarantined
   END-IF.

      * Program: Fruit Monthly Department Chargeback Statements
      *
      * One statement per department that took fruit from the stand
      * on an internal order (keyed at checkout, Fruit-02, against a
      * department on Departments.txt instead of a customer), for
      * the department's manager: every line fulfilled in the month
      * -- the day Fruit-12 charged it to the department's expense
      * account -- with the order, fruit, quantity and list price,
      * and the month's total against the account. The month is
      * asked for; blank reports the month before the business
      * date. Lines are read from the live queue and from the
      * Fruit-15 archives of the month and the month before it, the
      * way Fruit-24 reads them.

       identification division.
       program-id. Fruit-27.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional orderFile assign to dynamic
           xOrderFileName
           organization is line sequential.

           select optional deptFile assign to "Departments.txt"
           organization is line sequential.

           select stmtFile assign to "Fruit-27-statements.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  orderFile.
       01  xOrderRecord.
           05 xOrderFruitIn        pic x(14).
           05 filler               pic x.
           05 nOrderQtyIn          pic 999.
           05 filler               pic x.
           05 nOrderPriceIn        pic 99v99.
           05 filler               pic x.
           05 nOrderTotalIn        pic 9(5)v99.
           05 filler               pic x.
           05 xOrderDateIn         pic 9(8).
           05 filler               pic x.
           05 nOrderNumIn          pic 9(6).
           05 filler               pic x.
           05 xOrderStatusIn       pic x.
           05 filler               pic x.
           05 xOrderCustIn         pic x(20).
           05 filler               pic x.
           05 xOrderAppliedIn      pic x.
           05 filler               pic x.
           05 xOrderFulfillIn      pic x(8).
      * Sales tax, discount, pricing rule and delivery date, not
      * needed here.
           05 filler               pic x(36).
      * Department charged for an internal order, blank for a sale.
           05 filler               pic x.
           05 xOrderDeptIn         pic xx.

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).

       fd  stmtFile.
       01  xStmtLine               pic x(80).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xOrderFileName      pic x(30)           value spaces.
       77  xMonthRaw           pic x(6)            value spaces.
       77  xReportMonth        pic 9(6)            value 0.
       77  xArchiveMonth       pic 9(6)            value 0.
       77  nYearWork           pic 9(4)            value 0.
       77  nMonthWork          pic 99              value 0.
       77  nDeptSub            pic 999             value 0.
       77  nWorkSub            pic 9(4)            value 0.
       77  nStmtCount          pic 99              value 0.
       77  nMonthTotal         pic 9(7)v99         value 0.

      * Departments by number (subscript number + 1), with what each
      * was charged in the month.
       01  xDeptTable.
           05 xDeptElement occurs 100 times.
               10 xDeptNameT       pic x(20)      value spaces.
               10 xDeptMgrT        pic x(20)      value spaces.
               10 nDeptGlAcctT     pic 9(5)       value 0.
               10 nDeptTotalT      pic 9(7)v99    value 0.

      * The month's internal order lines, in the order read.
       77  nLineCount          pic 9(4)            value 0.
       77  nLineMax            pic 9(4)            value 1000.
       77  xLineTableFull      pic x               value 'n'.

       01  xLineTable.
           05 xLineElement occurs 1000 times.
               10 nLtDeptSub       pic 999.
               10 nLtOrderNum      pic 9(6).
               10 xLtFulfill       pic x(8).
               10 xLtFruit         pic x(14).
               10 nLtQty           pic 999.
               10 nLtPrice         pic 99v99.
               10 nLtTotal         pic 9(5)v99.

       01  xStmtHeading-1.
           05 filler           pic x(30)
               value 'FRUIT CHARGEBACK FOR MONTH'.
           05 neHeadMonth      pic 9999/99.

       01  xStmtHeading-2.
           05 filler           pic x(11)       value 'DEPARTMENT '.
           05 neHeadDept       pic 99.
           05 filler           pic x(2)        value spaces.
           05 xHeadDeptName    pic x(20).

       01  xStmtHeading-3.
           05 filler           pic x(11)       value 'MANAGER    '.
           05 xHeadMgr         pic x(20).

       01  xStmtHeading-4.
           05 filler           pic x(20)
               value 'CHARGED TO ACCOUNT '.
           05 neHeadAcct       pic 9(5).

       01  xStmtHeading-5.
           05 filler           pic x(8)        value 'ORDER'.
           05 filler           pic x(10)       value 'FULFILLED'.
           05 filler           pic x(16)       value 'FRUIT'.
           05 filler           pic x(5)        value '  QTY'.
           05 filler           pic x(10)       value '     PRICE'.
           05 filler           pic x(12)       value '      AMOUNT'.

       01  xStmtDetail.
           05 neStmtOrderNum   pic 9(6).
           05 filler           pic x(2)        value spaces.
           05 xStmtFulfill     pic x(8).
           05 filler           pic x(2)        value spaces.
           05 xStmtFruit       pic x(14).
           05 filler           pic x(2)        value spaces.
           05 neStmtQty        pic zz9.
           05 filler           pic x(2)        value spaces.
           05 neStmtPrice      pic $$$9.99.
           05 filler           pic x(2)        value spaces.
           05 neStmtTotal      pic $$$,$$9.99.

       01  xStmtFooter.
           05 filler           pic x(46)
               value 'TOTAL CHARGED TO THE DEPARTMENT'.
           05 neStmtDeptTotal  pic $$$,$$$,$$9.99.

       77  xStmtSeparator      pic x(60)           value all "-".

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-27" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-read-month.
           perform 250-statements.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           display " ".
           display "Month to report (YYYYMM, blank for last "
           "month)? " with no advancing.
           accept xMonthRaw.
           if xMonthRaw numeric
               and xMonthRaw(5:2) >= "01" and xMonthRaw(5:2) <= "12"
               move xMonthRaw to xReportMonth
           else
               move xBusinessDate(1:6) to xArchiveMonth
               perform 110-previous-month
               move xArchiveMonth to xReportMonth
           end-if.
           open input deptFile.
           perform 120-next-department until xEofFlag = "y".
           close deptFile.
           move "n" to xEofFlag.

      * Steps xArchiveMonth back one month.
       110-previous-month.
           move xArchiveMonth(1:4) to nYearWork.
           move xArchiveMonth(5:2) to nMonthWork.
           if nMonthWork = 1
               subtract 1 from nYearWork
               move 12 to nMonthWork
           else
               subtract 1 from nMonthWork
           end-if.
           compute xArchiveMonth = (nYearWork * 100) + nMonthWork.

       120-next-department.
           read deptFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDeptNumD numeric
                       compute nDeptSub = nDeptNumD + 1,
                       move xDeptNameD to xDeptNameT(nDeptSub),
                       move xDeptMgrD to xDeptMgrT(nDeptSub),
                       move nDeptGlAcctD to nDeptGlAcctT(nDeptSub)
                   end-if,
           end-read.

       200-read-month.
           move "Fruit-orders.txt" to xOrderFileName.
           perform 210-read-order-file.
           move xReportMonth to xArchiveMonth.
           move function concatenate("Fruit-orders.",
               xArchiveMonth, ".txt") to xOrderFileName.
           perform 210-read-order-file.
           perform 110-previous-month.
           move function concatenate("Fruit-orders.",
               xArchiveMonth, ".txt") to xOrderFileName.
           perform 210-read-order-file.

       210-read-order-file.
           open input orderFile.
           perform 220-next-order until xEofFlag = "y".
           close orderFile.
           move "n" to xEofFlag.

       220-next-order.
           read orderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xOrderStatusIn = "F"
                       and xOrderFulfillIn(1:6) = xReportMonth
                       and xOrderDeptIn numeric
                       perform 230-keep-line
                   end-if,
           end-read.

       230-keep-line.
           if nLineCount >= nLineMax
               if xLineTableFull = "n"
                   display "WARNING: line table full at " nLineMax
                   " lines -- the statements are incomplete."
                   move "y" to xLineTableFull
               end-if
               exit paragraph
           end-if.
           add 1 to nLineCount.
           compute nDeptSub = function numval(xOrderDeptIn) + 1.
           move nDeptSub to nLtDeptSub(nLineCount).
           move nOrderNumIn to nLtOrderNum(nLineCount).
           move xOrderFulfillIn to xLtFulfill(nLineCount).
           move xOrderFruitIn to xLtFruit(nLineCount).
           move nOrderQtyIn to nLtQty(nLineCount).
           move nOrderPriceIn to nLtPrice(nLineCount).
           move nOrderTotalIn to nLtTotal(nLineCount).
           add nOrderTotalIn to nDeptTotalT(nDeptSub).
           add nOrderTotalIn to nMonthTotal.

      * A department that took nothing in the month gets no
      * statement.
       250-statements.
           open output stmtFile.
           perform varying nDeptSub from 1 by 1 until nDeptSub > 100
               if nDeptTotalT(nDeptSub) > 0
                   perform 260-statement-for-department
               end-if
           end-perform.
           if nStmtCount = 0
               move xReportMonth to neHeadMonth
               write xStmtLine from xStmtHeading-1
               move "No internal orders fulfilled in the month." to
               xStmtLine
               write xStmtLine
           end-if.
           close stmtFile.

      * A department since dropped from Departments.txt still gets
      * its statement, headed by number alone.
       260-statement-for-department.
           add 1 to nStmtCount.
           move xReportMonth to neHeadMonth.
           write xStmtLine from xStmtHeading-1.
           compute neHeadDept = nDeptSub - 1.
           move xDeptNameT(nDeptSub) to xHeadDeptName.
           write xStmtLine from xStmtHeading-2.
           move xDeptMgrT(nDeptSub) to xHeadMgr.
           write xStmtLine from xStmtHeading-3.
           move nDeptGlAcctT(nDeptSub) to neHeadAcct.
           write xStmtLine from xStmtHeading-4.
           move spaces to xStmtLine.
           write xStmtLine.
           write xStmtLine from xStmtHeading-5.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nLineCount
               if nLtDeptSub(nWorkSub) = nDeptSub
                   move nLtOrderNum(nWorkSub) to neStmtOrderNum
                   move xLtFulfill(nWorkSub) to xStmtFulfill
                   move xLtFruit(nWorkSub) to xStmtFruit
                   move nLtQty(nWorkSub) to neStmtQty
                   move nLtPrice(nWorkSub) to neStmtPrice
                   move nLtTotal(nWorkSub) to neStmtTotal
                   write xStmtLine from xStmtDetail
               end-if
           end-perform.
           move nDeptTotalT(nDeptSub) to neStmtDeptTotal.
           write xStmtLine from xStmtFooter.
           write xStmtLine from xStmtSeparator.

       300-termination.
           display " ".
           display "Chargeback statements for ", xReportMonth, ": ",
           nStmtCount, " departments, ", nLineCount, " lines -- "
           "see Fruit-27-statements.txt".
           display " ".
           move "Fruit-27" to xRunLogProgram.
           move nLineCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end

       identification division.
       program-id. WdrawReg.
       Author. Bo Liu.
      *Withdrawal register for a keyed term - every mid-term
      *withdrawal the withdrawal transaction wrote to withdraw.dat,
      *sorted by course and student. Each withdrawal prints with the
      *date, the week of term, the refund percentage, the charge it
      *was worked out on and the refund credited; each course gets a
      *subtotal, and the foot of the register gives the term's
      *withdrawals, charges and refunds in total. A refund that was
      *due but never reached bills.dat is held on withdraw.dat as
      *none; it prints NOT POSTED and is counted at the foot.

       Environment division.
       input-output section.
       file-control.
           select withdrawfile assign to "C:\Cobol\withdraw.dat"
               organization is line sequential
               file status is WithdrawFileStatus.
           select sortworkfile assign to "sortwork.tmp".
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select wdregfile assign to dynamic WdRegFileName
               organization is line sequential
               file status is WdRegFileStatus.

       Data division.
       file section.
       FD withdrawfile.
           COPY WITHDRAW.

       SD sortworkfile.
       01 sortrec.
           05 sortcoursecode    pic x(4).
           05 sortstudentid     pic 9(7).
           05 sortdate          pic 9(8).
           05 sortweek          pic 9(2).
           05 sortpercent       pic 9(3).
           05 sortcharge        pic 9(6)v99.
           05 sortrefund        pic 9(6)v99.

       FD wdregfile.
       01 wdregline             pic x(70).

       Working-storage section.
       01 WithdrawFileStatus    pic xx.
           88 WithdrawStatusOK  value "00".
           88 WithdrawStatusNotFnd value "35".

       01 WdRegFileStatus       pic xx.
           88 WdRegStatusOK     value "00".

       01 WdRegFileName         pic x(30).

           COPY RPTAREA.

       01 EndFlags.
           05 EndOfWithdrawals  pic x value "N".
               88 AllWithdrawalsRead value "Y".
           05 SortDone          pic x value "N".
               88 AllSorted     value "Y".

      *The term asked for - blank is the current one.
       01 WantedTerm            pic x(6).

       01 RegisterWork.
           05 PriorCourse       pic x(4) value spaces.
           05 CourseCount       pic 9(5) value zero.
           05 CourseCharge      pic 9(8)v99 value zero.
           05 CourseRefund      pic 9(8)v99 value zero.
           05 GrandCount        pic 9(7) value zero.
           05 GrandCharge       pic 9(9)v99 value zero.
           05 GrandRefund       pic 9(9)v99 value zero.
           05 WithdrawalsRead   pic 9(7) value zero.
           05 UnpostedCount     pic 9(7) value zero.
           05 RefundDue         pic 9(6)v99.

       01 RunDateYMD            pic 9(8).

      *Every body line is built here and written through the one
      *paragraph that knows when a page is full.
       01 PrintLine             pic x(70).

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

       01 HeadingLine1.
           05 filler            pic x(22)
               value "Withdrawal Register - ".
           05 filler            pic x(5) value "Term ".
           05 HeadTerm          pic x(6).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2.
           05 filler            pic x(29)
               value "  Course Student Date     Wk ".
           05 filler            pic x(30)
               value "Pct     Charge     Refund".

       01 DetailLine.
           05 filler            pic x(2) value space.
           05 DetCourseCode     pic x(4).
           05 filler            pic x(3) value space.
           05 DetStudentId      pic 9(7).
           05 filler            pic x value space.
           05 DetDate           pic 9(8).
           05 filler            pic x value space.
           05 DetWeek           pic z9.
           05 filler            pic x value space.
           05 DetPercent        pic zz9.
           05 filler            pic x value space.
           05 DetCharge         pic zzz,zz9.99.
           05 filler            pic x value space.
           05 DetRefund         pic zzz,zz9.99.
           05 filler            pic x value space.
           05 DetNote           pic x(10).

       01 CourseTotalLine.
           05 filler            pic x(15) value "  Course total ".
           05 CtlCourseCode     pic x(4).
           05 filler            pic x value space.
           05 CtlCount          pic zzzz9.
           05 filler            pic x(2) value space.
           05 CtlCharge         pic zz,zzz,zz9.99.
           05 filler            pic x value space.
           05 CtlRefund         pic zz,zzz,zz9.99.

       01 GrandTotalLine.
           05 filler            pic x(19) value "Withdrawals ...... ".
           05 GtlCount          pic zzzzzz9.
           05 filler            pic x value space.
           05 GtlCharge         pic zzz,zzz,zz9.99.
           05 filler            pic x value space.
           05 GtlRefund         pic zzz,zzz,zz9.99.

       01 UnpostedLine.
           05 filler            pic x(19) value "Refunds NOT posted ".
           05 UplCount          pic zzzzzz9.
           05 filler            pic x(30)
               value " - credit them on bills.dat".

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "WdrawReg" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's totals.
           initialize EndFlags
           initialize RegisterWork
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           DISPLAY "Enter term (e.g. 2026FA, blank = current): "
               WITH NO ADVANCING
           ACCEPT WantedTerm
           if WantedTerm = spaces
               call "CurrentTerm" using WantedTerm
           end-if
           inspect WantedTerm converting "spfa" to "SPFA"
           open input withdrawfile
           evaluate true
               when WithdrawStatusOK
                   perform ProduceWithdrawRegister
                   close withdrawfile
               when WithdrawStatusNotFnd
                   DISPLAY "withdraw.dat not found - no withdrawals "
                       "recorded."
               when other
                   DISPLAY "withdraw.dat will not open - status "
                       WithdrawFileStatus
                   set JournalError to true
           end-evaluate
           set JournalEnd to true
           move WithdrawalsRead to jrnlreads
           call "RunJournal" using jrnlarea
           goback.

       ProduceWithdrawRegister.
           move "wdrawreg" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to WdRegFileName
           open output wdregfile
           if not WdRegStatusOK
               DISPLAY WdRegFileName " will not open - status "
                   WdRegFileStatus ". No register produced."
               set JournalError to true
           else
               sort sortworkfile
                   on ascending key sortcoursecode sortstudentid
                                    sortdate
                   input procedure is SelectWithdrawals
                   output procedure is WriteWithdrawRegister
               close wdregfile
               DISPLAY GrandCount " withdrawal(s) for "
                   WantedTerm " - register on " WdRegFileName
           end-if.

      *Every withdrawal in the term goes to the sort.
       SelectWithdrawals.
           perform ReadWithdrawRecord
           perform until AllWithdrawalsRead
               if wdterm = WantedTerm
                   perform ReleaseWithdrawal
               end-if
               perform ReadWithdrawRecord
           end-perform.

       ReadWithdrawRecord.
           read withdrawfile
               at end set AllWithdrawalsRead to true
           end-read
           if not AllWithdrawalsRead
               if not WithdrawStatusOK
                   DISPLAY "withdraw.dat record read error - status "
                       WithdrawFileStatus
                   set AllWithdrawalsRead to true
                   set JournalError to true
               else
                   add 1 to WithdrawalsRead
               end-if
           end-if.

       ReleaseWithdrawal.
           move wdcoursecode to sortcoursecode
           move wdstudentid to sortstudentid
           move wddate to sortdate
           move wdweek to sortweek
           move wdpercent to sortpercent
           move wdcharge to sortcharge
           move wdrefund to sortrefund
           release sortrec.

      *Control break on course.
       WriteWithdrawRegister.
           perform WriteHeading
           perform until AllSorted
               return sortworkfile
                   at end set AllSorted to true
                   not at end perform ProcessSortedWithdrawal
               end-return
           end-perform
           if PriorCourse not = spaces
               perform WriteCourseTotal
           end-if
           perform WriteRegisterFoot.

       ProcessSortedWithdrawal.
           if sortcoursecode not = PriorCourse
               if PriorCourse not = spaces
                   perform WriteCourseTotal
               end-if
               perform StartCourse
           end-if
           move sortcoursecode to DetCourseCode
           move sortstudentid to DetStudentId
           move sortdate to DetDate
           move sortweek to DetWeek
           move sortpercent to DetPercent
           move sortcharge to DetCharge
           move sortrefund to DetRefund
      *    The refund the week's percentage earned, worked out the
      *    way the withdrawal did; none recorded against it means the
      *    credit was never posted.
           compute RefundDue rounded = sortcharge * sortpercent / 100
           if sortrefund = zero and RefundDue > zero
               move "NOT POSTED" to DetNote
               add 1 to UnpostedCount
           else
               move spaces to DetNote
           end-if
           move DetailLine to PrintLine
           perform WriteReportLine
           add 1 to CourseCount
           add sortcharge to CourseCharge
           add sortrefund to CourseRefund.

       StartCourse.
           move sortcoursecode to PriorCourse
           move zero to CourseCount
           move zero to CourseCharge
           move zero to CourseRefund.

       WriteCourseTotal.
           move PriorCourse to CtlCourseCode
           move CourseCount to CtlCount
           move CourseCharge to CtlCharge
           move CourseRefund to CtlRefund
           move CourseTotalLine to PrintLine
           perform WriteReportLine
           move spaces to PrintLine
           perform WriteReportLine
           add CourseCount to GrandCount
           add CourseCharge to GrandCharge
           add CourseRefund to GrandRefund.

       WriteRegisterFoot.
           move GrandCount to GtlCount
           move GrandCharge to GtlCharge
           move GrandRefund to GtlRefund
           move GrandTotalLine to PrintLine
           perform WriteReportLine
           if UnpostedCount > zero
               move UnpostedCount to UplCount
               move UnpostedLine to PrintLine
               perform WriteReportLine
               DISPLAY UnpostedCount " refund(s) on the register NOT"
                   " posted to bills.dat."
               set JournalError to true
           end-if.

       WriteReportLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write wdregline from PrintLine
           perform CheckWdRegWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move WantedTerm to HeadTerm
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           write wdregline from HeadingLine1
           perform CheckWdRegWriteStatus
           write wdregline from HeadingLine2
           perform CheckWdRegWriteStatus
           move 2 to LineCount.

      *Called after every WRITE. A lost register line is a warning,
      *not a reason to stop the register.
       CheckWdRegWriteStatus.
           if not WdRegStatusOK
               DISPLAY WdRegFileName " write error - status "
                   WdRegFileStatus
           end-if.

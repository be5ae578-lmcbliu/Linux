       identification division.
       program-id. TaxReceipt.
       Author. Bo Liu.
      *Year-end tuition receipts for the tax return. For a keyed
      *calendar year every StudentId with anything on bills.dat or
      *payments.dat dated in that year gets one numbered receipt:
      *the charges billed, the credits against them, the scholarship
      *and award credits, the payments received and the reversals
      *and refunds that came back out, and the net tuition paid -
      *payments less reversals and refunds. A write-off is not money
      *paid and stays off the receipt. The name and course come from
      *students.dat, or for a student no longer on it the last image
      *the end-of-term run archived to history.dat. Each receipt's
      *number is kept on receipt.dat against the year and student,
      *so a rerun, or a reprint for one student, carries the number
      *the first print gave. A register lists every receipt printed
      *with a control total proving the net paid on the receipts
      *against the payments file for the year.

       Environment division.
       input-output section.
       file-control.
           select billfile assign to "C:\Cobol\bills.dat"
               organization is indexed
               access mode is dynamic
               record key is billkey
               file status is BillFileStatus.
           select paymentfile assign to "C:\Cobol\payments.dat"
               organization is indexed
               access mode is dynamic
               record key is paykey
               file status is PaymentFileStatus.
           select historyfile assign to "C:\Cobol\history.dat"
               organization is line sequential
               file status is HistFileStatus.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is random
               record key is studentid
               file status is StudentFileStatus.
           select receiptfile assign to "C:\Cobol\receipt.dat"
               organization is indexed
               access mode is dynamic
               record key is rctkey
               file status is ReceiptFileStatus.
           select sortworkfile assign to "sortwork.tmp".
      *The report names are handed out by ReportGen - each run gets
      *a dated generation instead of destroying the last one - so the
      *assignments must be dynamic.
           select rcptprintfile assign to dynamic RcptPrintFileName
               organization is line sequential
               file status is RcptPrintFileStatus.
           select rcptregfile assign to dynamic RcptRegFileName
               organization is line sequential
               file status is RcptRegFileStatus.

       Data division.
       file section.
       FD billfile.
           COPY BILLS.

       FD paymentfile.
           COPY PAYMENTS.

       FD historyfile.
           COPY HISTORY.

       FD studentfile.
           COPY STUDENT.

       FD receiptfile.
           COPY RECEIPT.

      *One amount for a student, already sorted into what it counts
      *towards, or an archived master image to name them by.
       SD sortworkfile.
       01 sortrec.
           05 sortstudentid     pic 9(7).
           05 sortkind          pic x.
               88 SortIsCharge  value "C".
               88 SortIsCredit  value "R".
               88 SortIsAward   value "A".
               88 SortIsPayment value "P".
               88 SortIsPayBack value "X".
               88 SortIsHistory value "H".
           05 sortamount        pic 9(7)v99.
           05 sortimage         pic x(68).

       FD rcptprintfile.
       01 rcptprintline         pic x(70).

       FD rcptregfile.
       01 rcptregline           pic x(80).

       Working-storage section.
       01 BillFileStatus        pic xx.
           88 BillStatusOK      value "00".
           88 BillStatusNotFnd  value "35".

       01 PaymentFileStatus     pic xx.
           88 PaymentStatusOK   value "00".
           88 PaymentStatusNotFnd value "35".

       01 HistFileStatus        pic xx.
           88 HistStatusOK      value "00".
           88 HistStatusNotFnd  value "35".

       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 StatusNotFound    value "35".

       01 ReceiptFileStatus     pic xx.
           88 ReceiptStatusOK   value "00".
           88 ReceiptStatusNotFnd value "35".

       01 RcptPrintFileStatus   pic xx.
           88 RcptPrintStatusOK value "00".

       01 RcptRegFileStatus     pic xx.
           88 RcptRegStatusOK   value "00".

       01 RcptPrintFileName     pic x(30).
       01 RcptRegFileName       pic x(30).

           COPY RPTAREA.

      *An archived master image decoded against the student layout,
      *with its own data-names so they do not clash with the student
      *file's.
           COPY STUDENT
               REPLACING ==studentrec==          BY ==heldrec==
                         ==endofstudentfile==    BY ==heldendofrec==
                         ==studentid==           BY ==HeldStudentId==
                         ==StudentName==         BY ==HeldStudentName==
                         ==surname==             BY ==HeldSurname==
                         ==initials==            BY ==HeldInitials==
                         ==Dateofbirth==         BY ==HeldDateofbirth==
                         ==Yobirth==             BY ==HeldYobirth==
                         ==Mobirth==             BY ==HeldMobirth==
                         ==Dobirth==             BY ==HeldDobirth==
                         ==coursecode==          BY ==HeldCoursecode==
                         ==ValidGender==         BY ==HeldValidGender==
                         ==Gender==              BY ==HeldGender==
                         ==Ethnicity==           BY ==HeldEthnicity==
                         ==HasDisabilitySupport== BY ==HeldHasDisSup==
                         ==DisabilitySupport==   BY ==HeldDisSupport==
                         ==EmergencyContact==    BY ==HeldEmergCont==
                         ==EmergContactName==    BY ==HeldEmergName==
                         ==EmergContactPhone==   BY ==HeldEmergPhone==.

       01 EndFlags.
           05 EndOfBills        pic x value "N".
               88 AllBillsRead  value "Y".
           05 EndOfPayments     pic x value "N".
               88 AllPaymentsRead value "Y".
           05 EndOfHistory      pic x value "N".
               88 AllHistoryRead value "Y".
           05 EndOfReceipts     pic x value "N".
               88 ReceiptSweepDone value "Y".
           05 SortDone          pic x value "N".
               88 AllSorted     value "Y".
           05 StudentLookup     pic x value "N".
               88 StudentLookupOn value "Y".

      *The year asked for, and one student to reprint for - zero is
      *every student with anything in the year.
       01 RunSelection.
           05 WantedYear        pic 9(4).
           05 WantedStudentId   pic 9(7).

       01 RunDateYMD            pic 9(8).
       01 RunDateParts redefines RunDateYMD.
           05 RunYear           pic 9(4).
           05 RunMonthDay       pic 9(4).

       01 ReadCounts.
           05 BillsRead         pic 9(7) value zero.
           05 PaymentsRead      pic 9(7) value zero.

      *What the sort has gathered on the student in hand.
       01 StudentTotals.
           05 CurStudentId      pic 9(7) value zero.
           05 CurCharges        pic 9(8)v99.
           05 CurCredits        pic 9(8)v99.
           05 CurAwards         pic 9(8)v99.
           05 CurPayments       pic 9(8)v99.
           05 CurPayBacks       pic 9(8)v99.
           05 CurNetPaid        pic s9(8)v99.
           05 CurHistImage      pic x(68).
           05 CurActivity       pic x.
               88 StudentHasActivity value "Y".
           05 CurStarted        pic x value "N".
               88 StudentStarted value "Y".

       01 ReceiptWork.
           05 HighReceiptNo     pic 9(6) value zero.
           05 ReprintFlag       pic x.
               88 IsReprint     value "Y".
           05 FirstIssued       pic 9(8).
           05 RecordSource      pic x(20).

       01 RegisterTotals.
           05 ReceiptCount      pic 9(7) value zero.
           05 NewCount          pic 9(7) value zero.
           05 ReprintCount      pic 9(7) value zero.
           05 TotCharges        pic 9(9)v99 value zero.
           05 TotCredits        pic 9(9)v99 value zero.
           05 TotAwards         pic 9(9)v99 value zero.
           05 TotNetPaid        pic s9(9)v99 value zero.
      *The net paid worked straight off the payments file as it is
      *read - the control the receipts must add back up to.
           05 ControlNetPaid    pic s9(9)v99 value zero.

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

      *The receipt - one block per student.
       01 RctTitleLine.
           05 filler            pic x(27)
               value "Tuition Receipt - Tax Year ".
           05 RttYear           pic 9(4).
           05 filler            pic x(11) value "   Receipt ".
           05 RttNumber.
               10 RttNumYear    pic 9(4).
               10 filler        pic x value "/".
               10 RttNumSeq     pic 9(6).
           05 filler            pic x(7) value "  Date ".
           05 RttRunDate        pic 9(8).

       01 RctNameLine.
           05 filler            pic x(9) value "Student: ".
           05 RnlStudentId      pic 9(7).
           05 filler            pic x value space.
           05 RnlSurname        pic x(8).
           05 filler            pic x value space.
           05 RnlInitials       pic xx.
           05 filler            pic x(10) value "  Course: ".
           05 RnlCourseCode     pic x(4).
           05 filler            pic x(2) value space.
           05 RnlSource         pic x(20).

       01 RctReprintLine.
           05 filler            pic x(34)
               value "REPRINT - receipt first issued on ".
           05 RrlFirstDate      pic 9(8).

       01 RctAmountLine.
           05 RalLabel          pic x(36).
           05 RalAmount         pic ----,---,--9.99.

      *The register.
       01 HeadingLine1.
           05 filler            pic x(28)
               value "Tax Receipt Register - Year ".
           05 HeadYear          pic 9(4).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2.
           05 filler            pic x(33)
               value "Receipt     Student Name        ".
           05 filler            pic x(34)
               value "   Charges    Credits     Awards  ".
           05 filler            pic x(12) value "   Net paid".

       01 RegDetailLine.
           05 RdlNumber.
               10 RdlNumYear    pic 9(4).
               10 filler        pic x value "/".
               10 RdlNumSeq     pic 9(6).
           05 filler            pic x value space.
           05 RdlStudentId      pic 9(7).
           05 filler            pic x value space.
           05 RdlSurname        pic x(8).
           05 filler            pic x value space.
           05 RdlInitials       pic xx.
           05 filler            pic x value space.
           05 RdlCharges        pic zzz,zz9.99.
           05 filler            pic x value space.
           05 RdlCredits        pic zzz,zz9.99.
           05 filler            pic x value space.
           05 RdlAwards         pic zzz,zz9.99.
           05 filler            pic x value space.
           05 RdlNetPaid        pic ----,--9.99.
           05 filler            pic x value space.
           05 RdlReprint        pic x.

       01 RegTotalLine.
           05 filler            pic x(12) value "Receipts ...".
           05 RtlCount          pic zzzzzz9.
           05 filler            pic x(13) value space.
           05 RtlCharges        pic zzz,zzz,zz9.99.
           05 filler            pic x value space.
           05 RtlCredits        pic zzz,zzz,zz9.99.

       01 RegAwardLine.
           05 filler            pic x(36)
               value "Scholarship and award credits ..... ".
           05 RwlAwards         pic ----,---,--9.99.

       01 RegCountLine.
           05 filler            pic x(23)
               value "New receipts issued ...".
           05 RclNew            pic zzzzzz9.
           05 filler            pic x(18) value "   Reprinted .....".
           05 RclReprint        pic zzzzzz9.

       01 RegControlLine.
           05 RglLabel          pic x(36).
           05 RglAmount         pic ----,---,--9.99.

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "TaxReceipt" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's totals.
           initialize EndFlags
           initialize ReadCounts
           initialize StudentTotals
           initialize ReceiptWork
           initialize RegisterTotals
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           DISPLAY "Enter calendar year (blank = last year): "
               WITH NO ADVANCING
           ACCEPT WantedYear
           if WantedYear = zero
               compute WantedYear = RunYear - 1
           end-if
           DISPLAY "Enter student id to reprint for (0 = all): "
               WITH NO ADVANCING
           ACCEPT WantedStudentId
           open input studentfile
           if not StatusOK and not StatusNotFound
               DISPLAY "students.dat will not open - status "
                   StudentFileStatus ". No receipts produced."
               set JournalError to true
           else
               if StatusOK
                   set StudentLookupOn to true
               end-if
               perform OpenReceiptFile
               if ReceiptStatusOK
                   perform FindHighReceiptNo
                   perform ProduceReceipts
                   close receiptfile
               end-if
               if StudentLookupOn
                   close studentfile
               end-if
           end-if
           set JournalEnd to true
           compute jrnlreads = BillsRead + PaymentsRead
           move ReceiptCount to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens receipt.dat for update, creating it first the one time
      *it does not exist yet. Without it no receipt can be numbered,
      *so nothing prints.
       OpenReceiptFile.
           open i-o receiptfile
           if ReceiptStatusNotFnd
               open output receiptfile
               close receiptfile
               open i-o receiptfile
           end-if
           if not ReceiptStatusOK
               DISPLAY "receipt.dat will not open - status "
                   ReceiptFileStatus ". No receipts produced."
               set JournalError to true
           end-if.

      *Receipts are numbered from 1 each year. A keyed START at the
      *year then forward reads until the year changes finds the last
      *number given.
       FindHighReceiptNo.
           move WantedYear to rctyear
           move zero to rctstudentid
           start receiptfile key is not less than rctkey
               invalid key
                   set ReceiptSweepDone to true
           end-start
           perform until ReceiptSweepDone
               read receiptfile next record
                   at end set ReceiptSweepDone to true
               end-read
               if not ReceiptSweepDone
                   if not ReceiptStatusOK or rctyear not = WantedYear
                       set ReceiptSweepDone to true
                   else
                       if rctnumber > HighReceiptNo
                           move rctnumber to HighReceiptNo
                       end-if
                   end-if
               end-if
           end-perform.

       ProduceReceipts.
           move "taxrcpt" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to RcptPrintFileName
           move "taxreg" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to RcptRegFileName
           open output rcptprintfile
           if not RcptPrintStatusOK
               DISPLAY RcptPrintFileName " will not open - status "
                   RcptPrintFileStatus ". No receipts produced."
               set JournalError to true
           else
               open output rcptregfile
               if not RcptRegStatusOK
                   DISPLAY RcptRegFileName " will not open - status "
                       RcptRegFileStatus ". No receipts produced."
                   set JournalError to true
               else
                   sort sortworkfile
                       on ascending key sortstudentid
                       input procedure is SelectYearItems
                       output procedure is IssueReceipts
                   close rcptregfile
                   DISPLAY ReceiptCount " receipt(s) for " WantedYear
                       " on " RcptPrintFileName
                   DISPLAY "Register on " RcptRegFileName
               end-if
               close rcptprintfile
           end-if.

      *Every bill and payment dated in the year, and every archived
      *master image, for the student wanted or all of them. For one
      *student both files are read by key from their first item and
      *no further than their last.
       SelectYearItems.
           perform SelectBills
           perform SelectPayments
           perform SelectHistoryImages.

       SelectBills.
           open input billfile
           evaluate true
               when BillStatusOK
                   if WantedStudentId not = zero
                       move WantedStudentId to billstudentid
                       move low-values to billterm
                       move zero to billseqno
                       start billfile key is not less than billkey
                           invalid key set AllBillsRead to true
                       end-start
                   end-if
                   if not AllBillsRead
                       perform ReadBillRecord
                   end-if
                   perform until AllBillsRead
                       if billyear = WantedYear
                           and (WantedStudentId = zero
                               or billstudentid = WantedStudentId)
                           perform ReleaseBill
                       end-if
                       perform ReadBillRecord
                   end-perform
                   close billfile
               when BillStatusNotFnd
                   DISPLAY "bills.dat not found - no charges on file."
               when other
                   DISPLAY "bills.dat will not open - status "
                       BillFileStatus
                   set JournalError to true
           end-evaluate.

       ReadBillRecord.
           read billfile next record
               at end set AllBillsRead to true
           end-read
           evaluate true
               when AllBillsRead
                   continue
               when not BillStatusOK
                   DISPLAY "bills.dat record read error - status "
                       BillFileStatus
                   set AllBillsRead to true
                   set JournalError to true
               when WantedStudentId not = zero
                       and billstudentid not = WantedStudentId
                   set AllBillsRead to true
               when other
                   add 1 to BillsRead
           end-evaluate.

       ReleaseBill.
           move billstudentid to sortstudentid
           evaluate true
               when BillIsAward
                   set SortIsAward to true
               when BillIsCredit
                   set SortIsCredit to true
               when other
                   set SortIsCharge to true
           end-evaluate
           move billamount to sortamount
           move spaces to sortimage
           release sortrec.

       SelectPayments.
           open input paymentfile
           evaluate true
               when PaymentStatusOK
                   if WantedStudentId not = zero
                       move WantedStudentId to paystudentid
                       move low-values to payterm
                       move zero to payseqno
                       start paymentfile key is not less than paykey
                           invalid key set AllPaymentsRead to true
                       end-start
                   end-if
                   if not AllPaymentsRead
                       perform ReadPaymentRecord
                   end-if
                   perform until AllPaymentsRead
                       if payyear = WantedYear
                           and (WantedStudentId = zero
                               or paystudentid = WantedStudentId)
                           perform ReleasePayment
                       end-if
                       perform ReadPaymentRecord
                   end-perform
                   close paymentfile
               when PaymentStatusNotFnd
                   DISPLAY "payments.dat not found - no payments on "
                       "file."
               when other
                   DISPLAY "payments.dat will not open - status "
                       PaymentFileStatus
                   set JournalError to true
           end-evaluate.

       ReadPaymentRecord.
           read paymentfile next record
               at end set AllPaymentsRead to true
           end-read
           evaluate true
               when AllPaymentsRead
                   continue
               when not PaymentStatusOK
                   DISPLAY "payments.dat record read error - status "
                       PaymentFileStatus
                   set AllPaymentsRead to true
                   set JournalError to true
               when WantedStudentId not = zero
                       and paystudentid not = WantedStudentId
                   set AllPaymentsRead to true
               when other
                   add 1 to PaymentsRead
           end-evaluate.

      *A write-off is not money paid or paid back, so it is left out.
       ReleasePayment.
           move paystudentid to sortstudentid
           move payamount to sortamount
           move spaces to sortimage
           evaluate true
               when PayIsPayment
                   set SortIsPayment to true
                   add payamount to ControlNetPaid
                   release sortrec
               when PayIsReversal or PayIsRefund
                   set SortIsPayBack to true
                   subtract payamount from ControlNetPaid
                   release sortrec
           end-evaluate.

       SelectHistoryImages.
           open input historyfile
           evaluate true
               when HistStatusOK
                   perform ReadHistoryRecord
                   perform until AllHistoryRead
                       if HistIsStudent
                           move histrecord to heldrec
                           if WantedStudentId = zero
                               or HeldStudentId = WantedStudentId
                               move HeldStudentId to sortstudentid
                               set SortIsHistory to true
                               move zero to sortamount
                               move histrecord to sortimage
                               release sortrec
                           end-if
                       end-if
                       perform ReadHistoryRecord
                   end-perform
                   close historyfile
               when HistStatusNotFnd
                   continue
               when other
                   DISPLAY "history.dat will not open - status "
                       HistFileStatus ". Archived students unnamed."
           end-evaluate.

       ReadHistoryRecord.
           read historyfile
               at end set AllHistoryRead to true
           end-read
           if not AllHistoryRead
               if not HistStatusOK
                   DISPLAY "history.dat record read error - status "
                       HistFileStatus
                   set AllHistoryRead to true
               end-if
           end-if.

      *Control break on StudentId.
       IssueReceipts.
           perform WriteHeading
           perform until AllSorted
               return sortworkfile
                   at end set AllSorted to true
                   not at end perform TotalSortedItem
               end-return
           end-perform
           if StudentStarted
               perform FinishStudent
           end-if
           perform WriteRegisterFoot.

      *The last archived image on file stands - history is written
      *in date order.
       TotalSortedItem.
           if not StudentStarted or sortstudentid not = CurStudentId
               if StudentStarted
                   perform FinishStudent
               end-if
               initialize StudentTotals
               move sortstudentid to CurStudentId
               set StudentStarted to true
           end-if
           evaluate true
               when SortIsCharge
                   add sortamount to CurCharges
                   set StudentHasActivity to true
               when SortIsCredit
                   add sortamount to CurCredits
                   set StudentHasActivity to true
               when SortIsAward
                   add sortamount to CurAwards
                   set StudentHasActivity to true
               when SortIsPayment
                   add sortamount to CurPayments
                   set StudentHasActivity to true
               when SortIsPayBack
                   add sortamount to CurPayBacks
                   set StudentHasActivity to true
               when SortIsHistory
                   move sortimage to CurHistImage
           end-evaluate.

      *An archived student with nothing in the year gets no receipt.
       FinishStudent.
           if StudentHasActivity
               compute CurNetPaid = CurPayments - CurPayBacks
               perform NumberReceipt
               perform FindStudentDetails
               perform PrintReceipt
               perform WriteRegisterLine
           end-if.

      *A student already holding a receipt for the year keeps its
      *number; the print count and date move on and the net paid
      *is brought up to what this print shows.
       NumberReceipt.
           move "N" to ReprintFlag
           move WantedYear to rctyear
           move CurStudentId to rctstudentid
           read receiptfile
               invalid key
                   add 1 to HighReceiptNo
                   move HighReceiptNo to rctnumber
                   move RunDateYMD to rctfirstdate
                   move RunDateYMD to rctlastdate
                   move 1 to rctprintcount
                   move CurNetPaid to rctnetpaid
                   write receiptrec
                   if ReceiptStatusOK
                       add 1 to NewCount
                   else
                       DISPLAY "receipt.dat write error - status "
                           ReceiptFileStatus ". Receipt " rctnumber
                           " for student " CurStudentId
                           " not kept."
                       set JournalError to true
                   end-if
               not invalid key
                   set IsReprint to true
                   move rctfirstdate to FirstIssued
                   move RunDateYMD to rctlastdate
                   if rctprintcount < 999
                       add 1 to rctprintcount
                   end-if
                   move CurNetPaid to rctnetpaid
                   rewrite receiptrec
                   if ReceiptStatusOK
                       add 1 to ReprintCount
                   else
                       DISPLAY "receipt.dat rewrite error - status "
                           ReceiptFileStatus ". Receipt " rctnumber
                           " for student " CurStudentId
                   end-if
           end-read.

      *Live master first, then the archived image, else unnamed.
       FindStudentDetails.
           move spaces to heldrec
           move "not on file" to RecordSource
           if StudentLookupOn
               move CurStudentId to studentid
               read studentfile
                   invalid key
                       continue
                   not invalid key
                       move studentrec to heldrec
                       move "current student" to RecordSource
               end-read
           end-if
           if RecordSource = "not on file"
               and CurHistImage not = spaces
               move CurHistImage to heldrec
               move "archived student" to RecordSource
           end-if.

       PrintReceipt.
           move WantedYear to RttYear
           move WantedYear to RttNumYear
           move rctnumber to RttNumSeq
           move RunDateYMD to RttRunDate
           write rcptprintline from RctTitleLine
           perform CheckPrintWriteStatus
           move CurStudentId to RnlStudentId
           move HeldSurname to RnlSurname
           move HeldInitials to RnlInitials
           move HeldCoursecode to RnlCourseCode
           move RecordSource to RnlSource
           write rcptprintline from RctNameLine
           perform CheckPrintWriteStatus
           if IsReprint
               move FirstIssued to RrlFirstDate
               write rcptprintline from RctReprintLine
               perform CheckPrintWriteStatus
           end-if
           move spaces to rcptprintline
           write rcptprintline
           perform CheckPrintWriteStatus
           move "Charges billed ...................." to RalLabel
           move CurCharges to RalAmount
           perform WriteAmountLine
           move "Credits against charges ..........." to RalLabel
           move CurCredits to RalAmount
           perform WriteAmountLine
           move "Scholarship and award credits ....." to RalLabel
           move CurAwards to RalAmount
           perform WriteAmountLine
           move "Payments received ................." to RalLabel
           move CurPayments to RalAmount
           perform WriteAmountLine
           move "Less reversals and refunds ........" to RalLabel
           move CurPayBacks to RalAmount
           perform WriteAmountLine
           move "Net tuition paid .................." to RalLabel
           move CurNetPaid to RalAmount
           perform WriteAmountLine
           move spaces to rcptprintline
           write rcptprintline
           perform CheckPrintWriteStatus
           write rcptprintline
           perform CheckPrintWriteStatus.

       WriteAmountLine.
           write rcptprintline from RctAmountLine
           perform CheckPrintWriteStatus.

       WriteRegisterLine.
           add 1 to ReceiptCount
           add CurCharges to TotCharges
           add CurCredits to TotCredits
           add CurAwards to TotAwards
           add CurNetPaid to TotNetPaid
           move WantedYear to RdlNumYear
           move rctnumber to RdlNumSeq
           move CurStudentId to RdlStudentId
           move HeldSurname to RdlSurname
           move HeldInitials to RdlInitials
           move CurCharges to RdlCharges
           move CurCredits to RdlCredits
           move CurAwards to RdlAwards
           move CurNetPaid to RdlNetPaid
           if IsReprint
               move "R" to RdlReprint
           else
               move space to RdlReprint
           end-if
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write rcptregline from RegDetailLine
           perform CheckRegWriteStatus
           add 1 to LineCount.

      *The totals, then the control: the net paid on the receipts
      *must come back to the net paid worked off the payments file.
       WriteRegisterFoot.
           move spaces to rcptregline
           write rcptregline
           perform CheckRegWriteStatus
           move ReceiptCount to RtlCount
           move TotCharges to RtlCharges
           move TotCredits to RtlCredits
           write rcptregline from RegTotalLine
           perform CheckRegWriteStatus
           move TotAwards to RwlAwards
           write rcptregline from RegAwardLine
           perform CheckRegWriteStatus
           move NewCount to RclNew
           move ReprintCount to RclReprint
           write rcptregline from RegCountLine
           perform CheckRegWriteStatus
           move "Net paid on receipts .............. " to RglLabel
           move TotNetPaid to RglAmount
           write rcptregline from RegControlLine
           perform CheckRegWriteStatus
           move "Payments less reversals, refunds .. " to RglLabel
           move ControlNetPaid to RglAmount
           write rcptregline from RegControlLine
           perform CheckRegWriteStatus
           if TotNetPaid = ControlNetPaid
               move "Control total agrees." to rcptregline
           else
               move "CONTROL TOTAL DOES NOT AGREE - check the run."
                   to rcptregline
               set JournalError to true
           end-if
           write rcptregline
           perform CheckRegWriteStatus.

       WriteHeading.
           add 1 to PageNumber
           move WantedYear to HeadYear
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           write rcptregline from HeadingLine1
           perform CheckRegWriteStatus
           write rcptregline from HeadingLine2
           perform CheckRegWriteStatus
           move 2 to LineCount.

      *Called after every WRITE. A lost line is a warning, not a
      *reason to stop the run.
       CheckPrintWriteStatus.
           if not RcptPrintStatusOK
               DISPLAY RcptPrintFileName " write error - status "
                   RcptPrintFileStatus
           end-if.

       CheckRegWriteStatus.
           if not RcptRegStatusOK
               DISPLAY RcptRegFileName " write error - status "
                   RcptRegFileStatus
           end-if.

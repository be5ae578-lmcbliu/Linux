      *run can be held to one keyed term or age every term on file.
      *A CREDIT bill record - a course transfer backing out the old
      *course's fee - nets off like a payment instead of being aged.
      *An AWARD bill record - bursary or scholarship aid posted by
      *the billing run - nets off its course's charge the same way
      *but is shown in its own aid column and total, apart from
      *what the student paid. A term on a payment plan is aged by
      *its instalments instead of its bill date - only what is owing
      *on instalments already past their due date is aged, from the
      *oldest missed due date, and the rest of the balance shows as
      *not yet due.
      *Bills are aged in key order, one student's term at a time,
      *with that term's payments read by key, so nothing is held for
      *the whole file but the course and grand totals.

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
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last report - so
           88 AllPaymentsRead   value "Y".
       01 EndOfBills            pic x value "N".
           88 AllBillsRead      value "Y".
       01 PaymentLookup         pic x value "N".
           88 PaymentLookupOn   value "Y".

       01 RunDateYMD            pic 9(8).

       01 WantedTerm            pic x(6).
           88 AllTermsWanted    value spaces.

      *The student and term whose bills are being aged. Bills come
      *off the file in key order with one student's term together,
      *so the term's payments and plan answer are worked out once
      *and each bill draws its share down from them - a term that
      *holds two charge bills after a course transfer consumes the
      *pool once between them instead of each bill taking the whole
      *pool, and a plan's missed instalments are aged once between
      *them.
       01 GroupWork.
           05 GroupStudentId    pic 9(7).
           05 GroupTerm         pic x(6).
           05 GroupPaid         pic s9(8)v99.
           05 GroupOnPlan       pic x.
               88 GroupIsOnPlan value "Y".
           05 GroupPastDueLeft  pic 9(8)v99.
           05 GroupOldestDue    pic 9(8).
           05 EndOfGroup        pic x value "N".
               88 GroupDone     value "Y".
           05 EndOfTheirPays    pic x value "N".
               88 TheirPaysDone value "Y".

      *Course-transfer credits and aid awards of the term being
      *aged, per course, each kept apart so aid can be shown apart -
      *a credit backs out the old course's charge, the figure
      *CourseXfer priced it from, so it nets against that course's
      *bill only and never bleeds onto the new course's charge. The
      *term's bills are read through once for these before any of
      *them is aged, so a credit written after its bill still nets
      *it.
       01 CreditTotalsWork.
           05 CreditCount       pic 9(2) value zero.
           05 CreditEntry       occurs 50 times
                                 indexed by CredIdx.
               10 CredCourse    pic x(4).
               10 CredLeft      pic s9(8)v99.
               10 CredAidLeft   pic s9(8)v99.

           COPY PLNAREA.

      *Aging buckets per course, opened as each course first appears
      *on a bill, plus the grand totals underneath.
       01 GrandTotals.
           05 GrandBilled       pic 9(9)v99 value zero.
           05 GrandPaid         pic s9(9)v99 value zero.
           05 GrandAid          pic 9(9)v99 value zero.
           05 GrandNotDue       pic 9(9)v99 value zero.
           05 GrandCurrent      pic 9(9)v99 value zero.
           05 Grand30           pic 9(9)v99 value zero.
           05 Grand60           pic 9(9)v99 value zero.
       01 AgingWork.
           05 PaidSoFar         pic 9(8)v99.
           05 CreditConsumed    pic s9(8)v99.
           05 AidConsumed       pic s9(8)v99.
           05 PayConsumed       pic s9(8)v99.
           05 AfterCredit       pic s9(8)v99.
           05 UnpaidBalance     pic s9(8)v99.
           05 AgedBalance       pic s9(8)v99.
           05 NotDueBalance     pic s9(8)v99.
           05 BillPlanFlag      pic x.
               88 BillOnPlan    value "Y".
           05 TodayInteger      pic 9(8).
           05 BillDateNum       pic 9(8).
           05 BillInteger       pic 9(8).
           05 filler            pic x(15) value "Stud Id  Course".
           05 filler            pic x(18) value " Term      Billed".
           05 filler            pic x(11) value "       Paid".
           05 filler            pic x(11) value "        Aid".
           05 filler            pic x(11) value "    Balance".
           05 filler            pic x(11) value "    Not due".
           05 filler            pic x(4) value " Age".

       01 DetailLine.
           05 filler            pic x value space.
           05 DetPaid           pic zzz,zz9.99.
           05 filler            pic x value space.
           05 DetAid            pic zzz,zz9.99.
           05 filler            pic x value space.
           05 DetBalance        pic zzz,zz9.99.
           05 filler            pic x value space.
           05 DetNotDue         pic zzz,zz9.99.
           05 filler            pic x value space.
           05 DetBucket         pic x(7).

       01 CourseTotalLine.
           05 BplBilled         pic z,zzz,zz9.99.
           05 filler            pic x(13) value "  total paid ".
           05 BplPaid           pic z,zzz,zz9.99.
           05 filler            pic x(12) value "  total aid ".
           05 BplAid            pic z,zzz,zz9.99.

       01 NotDueLine.
           05 filler            pic x(31) value
               "Plan instalments not yet due   ".
           05 NdlNotDue         pic z,zzz,zz9.99.

           COPY JRNLAREA.

           DISPLAY "Enter term (e.g. 2026FA, blank = all): "
               WITH NO ADVANCING.
           ACCEPT WantedTerm.
           initialize CreditTotalsWork
           initialize AgeTotalsWork
           move "recvbls" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to ReportFileName
           perform AgeAllBills
           set JournalEnd to true
           compute jrnlreads = BillsRead + PaymentsRead
           call "RunJournal" using jrnlarea
           goback.

       AgeAllBills.
           open input billfile
           if BillStatusNotFnd
               DISPLAY "bills.dat not found - run the billing pass"
                   " first."
               set JournalError to true
           else
               if not BillStatusOK
                   DISPLAY "bills.dat will not open - status "
                       BillFileStatus
                   set JournalError to true
               else
                   open output reportfile
                   if not ReportStatusOK
                       DISPLAY ReportFileName " will not open - "
                           "status " ReportFileStatus
                       set JournalError to true
                   else
                       perform OpenPaymentLookup
                       if PaymentLookupOn
                           perform TotalPayments
                       end-if
                       perform WriteHeading
                       perform ReadBillRecord
                       perform until AllBillsRead
                           perform AgeOneGroup
                       end-perform
                       perform WriteRunTotals
                       if PaymentLookupOn
                           close paymentfile
                       end-if
                       close reportfile
                       DISPLAY OpenItemCount " open item(s) aged - "
                           "report on " ReportFileName
                   end-if
                   close billfile
               end-if
           end-if.

      *A missing payments file just means nobody has paid yet.
       OpenPaymentLookup.
           move "N" to PaymentLookup
           open input paymentfile
           evaluate true
               when PaymentStatusOK
                   set PaymentLookupOn to true
               when PaymentStatusNotFnd
                   DISPLAY "payments.dat not found - no payments "
                       "taken."
               when other
                   DISPLAY "payments.dat will not open - status "
                       PaymentFileStatus
                   set JournalError to true
           end-evaluate.

      *A reversal, refund or write-off nets off the paid total
      *instead of adding to it, so the aging shows the true balance
      *after a miskeyed payment has been backed out. The grand paid
      *figure counts every payment of the wanted term, billed or not
      *- the same scope the billed figure gets, so the footer
      *compares like with like.
       TotalPayments.
           move "N" to EndOfPayments
           perform ReadPaymentRecord
           perform until AllPaymentsRead
               add 1 to PaymentsRead
               if AllTermsWanted or payterm = WantedTerm
                   if PayIsAdjustment
                       subtract payamount from GrandPaid
                   else
                       add payamount to GrandPaid
                   end-if
               end-if
               perform ReadPaymentRecord
           end-perform.

       ReadPaymentRecord.
           read paymentfile next record
               at end set AllPaymentsRead to true
           end-read
           if not AllPaymentsRead and not PaymentStatusOK
               set AllPaymentsRead to true
           end-if.

       ReadBillRecord.
           read billfile next record
               at end set AllBillsRead to true
           end-read
           if not AllBillsRead and not BillStatusOK
               DISPLAY "bills.dat record read error - status "
                   BillFileStatus
               set AllBillsRead to true
           end-if.

      *One student's term of bills, starting at the record already
      *read. The term's credits are gathered on a first pass through
      *it; a term that is wanted is then read through again from its
      *first bill to age its charges. Both passes leave the next
      *term's first bill read.
       AgeOneGroup.
           move billstudentid to GroupStudentId
           move billterm to GroupTerm
           perform GatherGroupCredits
           if AllTermsWanted or GroupTerm = WantedTerm
               perform SumGroupPayments
               perform AskPlanCheck
               perform AgeGroupCharges
           end-if.

       GatherGroupCredits.
           move zero to CreditCount
           move "N" to EndOfGroup
           perform until GroupDone
               add 1 to BillsRead
               if BillIsCredit
                   perform AddCreditToTotals
               end-if
               perform ReadGroupBill
           end-perform.

       AgeGroupCharges.
           move "N" to EndOfGroup
           move "N" to EndOfBills
           move GroupStudentId to billstudentid
           move GroupTerm to billterm
           move zero to billseqno
           start billfile key is not less than billkey
               invalid key
                   DISPLAY "bills.dat - student " GroupStudentId
                       " term " GroupTerm " no longer on file."
                   set AllBillsRead to true
                   set GroupDone to true
           end-start
           if not GroupDone
               perform ReadGroupBill
           end-if
           perform until GroupDone
               if BillIsCharge
                   perform AgeSelectedBill
               end-if
               perform ReadGroupBill
           end-perform.

       ReadGroupBill.
           perform ReadBillRecord
           if AllBillsRead
               set GroupDone to true
           else
               if billstudentid not = GroupStudentId
                       or billterm not = GroupTerm
                   set GroupDone to true
               end-if
           end-if.

      *Credits and aid of the wanted term come off the owing side
      *before any bill is aged; the grand figures count them apart.
       AddCreditToTotals.
           if AllTermsWanted or billterm = WantedTerm
               if BillIsAward
                   add billamount to GrandAid
               else
                   add billamount to GrandPaid
               end-if
           end-if
           set CredIdx to 1
           search CreditEntry
                   perform OpenCreditSlot
               when CredIdx > CreditCount
                   perform OpenCreditSlot
               when CredCourse (CredIdx) = billcoursecode
                   if BillIsAward
                       add billamount to CredAidLeft (CredIdx)
                   else
                       add billamount to CredLeft (CredIdx)
                   end-if
           end-search.

       OpenCreditSlot.
           if CreditCount < 50
               add 1 to CreditCount
               set CredIdx to CreditCount
               move billcoursecode to CredCourse (CredIdx)
               if BillIsAward
                   move zero to CredLeft (CredIdx)
                   move billamount to CredAidLeft (CredIdx)
               else
                   move billamount to CredLeft (CredIdx)
                   move zero to CredAidLeft (CredIdx)
               end-if
           else
               DISPLAY "Credit table full - student " billstudentid
                   " credit not matched."
           end-if.

      *The term's payments, net of adjustments - a keyed START at
      *the student and term then forward reads until either changes.
       SumGroupPayments.
           move zero to GroupPaid
           if PaymentLookupOn
               move "N" to EndOfTheirPays
               move GroupStudentId to paystudentid
               move GroupTerm to payterm
               move zero to payseqno
               start paymentfile key is not less than paykey
                   invalid key
                       set TheirPaysDone to true
               end-start
               if not TheirPaysDone
                   perform ReadNextTheirPayment
               end-if
               perform until TheirPaysDone
                   if PayIsAdjustment
                       subtract payamount from GroupPaid
                   else
                       add payamount to GroupPaid
                   end-if
                   perform ReadNextTheirPayment
               end-perform
           end-if.

       ReadNextTheirPayment.
           read paymentfile next record
               at end set TheirPaysDone to true
           end-read
           if not TheirPaysDone
               if not PaymentStatusOK
                   DISPLAY "payments.dat record read error - status "
                       PaymentFileStatus
                   set TheirPaysDone to true
               else
                   if paystudentid not = GroupStudentId
                           or payterm not = GroupTerm
                       set TheirPaysDone to true
                   end-if
               end-if
           end-if.

      *The plan answer for the term - asked of PlanCheck once, with
      *the term's payments before any bill of the term has drawn on
      *them.
       AskPlanCheck.
           move GroupStudentId to plnstudentid
           move GroupTerm to plnterm
           move GroupPaid to plnpaid
           move RunDateYMD to plntoday
           call "PlanCheck" using plnarea
           if PlanFound
               move "Y" to GroupOnPlan
               move plnpastdue to GroupPastDueLeft
               move plnoldestdue to GroupOldestDue
           else
               move "N" to GroupOnPlan
               move zero to GroupPastDueLeft
               move zero to GroupOldestDue
           end-if.

      *One charge - the old course's transfer credit comes off its
      *own bill first, then the bill draws its share down from the
      *student's term payment pool, and any balance left lands in
      *the bucket for how long it has stood, counted in days from
      *the bill date on the record.
       AgeSelectedBill.
           add billamount to GrandBilled
           perform ConsumeCreditForBill
           compute AfterCredit = billamount - CreditConsumed
               - AidConsumed
           perform ConsumePaymentsForBill
           compute PaidSoFar = CreditConsumed + PayConsumed
           compute UnpaidBalance = AfterCredit - PayConsumed
           if UnpaidBalance > zero
               add 1 to OpenItemCount
               perform SplitPlanBalance
               if AgedBalance > zero
                   if BillOnPlan
                       move GroupOldestDue to BillDateNum
                   else
                       move billdate to BillDateNum
                   end-if
                   compute BillInteger =
                       function integer-of-date (BillDateNum)
                   compute DaysUnpaid = TodayInteger - BillInteger
                   perform PutBalanceInBucket
               else
                   move "on plan" to BucketLabel
               end-if
               perform WriteDetailLine
           end-if.

      *Off a plan the whole balance is aged. On one, only what the
      *term's missed instalments leave owing is aged - drawn from
      *the plan's past-due amount - and the rest is not yet due.
       SplitPlanBalance.
           move UnpaidBalance to AgedBalance
           move zero to NotDueBalance
           move "N" to BillPlanFlag
           if GroupIsOnPlan
               set BillOnPlan to true
               if GroupPastDueLeft < UnpaidBalance
                   move GroupPastDueLeft to AgedBalance
               end-if
               subtract AgedBalance from GroupPastDueLeft
               compute NotDueBalance = UnpaidBalance - AgedBalance
               add NotDueBalance to GrandNotDue
           end-if.

      *What the transfer credit and then the aid cover of this bill
      *- only credit for the same course of the term applies,
      *and what it covers comes off the credit so a second charge on
      *the same course can never be netted by the same money twice.
       ConsumeCreditForBill.
           move zero to CreditConsumed
           move zero to AidConsumed
           set CredIdx to 1
           search CreditEntry
               at end
                   continue
               when CredIdx > CreditCount
                   continue
               when CredCourse (CredIdx) = billcoursecode
                   if CredLeft (CredIdx) > zero
                       if CredLeft (CredIdx) > billamount
                           move billamount to CreditConsumed
                       subtract CreditConsumed
                           from CredLeft (CredIdx)
                   end-if
                   if CredAidLeft (CredIdx) > zero
                       compute AidConsumed =
                           billamount - CreditConsumed
                       if CredAidLeft (CredIdx) < AidConsumed
                           move CredAidLeft (CredIdx) to AidConsumed
                       end-if
                       subtract AidConsumed
                           from CredAidLeft (CredIdx)
                   end-if
           end-search.

      *The bill takes what it needs from the student's term payment
      *down so the next bill of the term only sees what remains.
       ConsumePaymentsForBill.
           move zero to PayConsumed
           if GroupPaid > zero
               if GroupPaid > AfterCredit
                   move AfterCredit to PayConsumed
               else
                   move GroupPaid to PayConsumed
               end-if
               subtract PayConsumed from GroupPaid
           end-if.

       PutBalanceInBucket.
           perform FindCourseAgeSlot
           evaluate true
               when DaysUnpaid < 30
                   move "current" to BucketLabel
                   add AgedBalance to GrandCurrent
                   if AgeIdx <= AgeCourseCount
                       add AgedBalance to AgeCurrent (AgeIdx)
                   end-if
               when DaysUnpaid < 60
                   move "30 days" to BucketLabel
                   add AgedBalance to Grand30
                   if AgeIdx <= AgeCourseCount
                       add AgedBalance to Age30 (AgeIdx)
                   end-if
               when DaysUnpaid < 90
                   move "60 days" to BucketLabel
                   add AgedBalance to Grand60
                   if AgeIdx <= AgeCourseCount
                       add AgedBalance to Age60 (AgeIdx)
                   end-if
               when other
                   move "90 days" to BucketLabel
                   add AgedBalance to Grand90
                   if AgeIdx <= AgeCourseCount
                       add AgedBalance to Age90 (AgeIdx)
                   end-if
           end-evaluate.

           move billterm to DetTerm
           move billamount to DetBilled
           move PaidSoFar to DetPaid
           move AidConsumed to DetAid
           move UnpaidBalance to DetBalance
           move NotDueBalance to DetNotDue
           move BucketLabel to DetBucket
           write reportline from DetailLine
           perform CheckReportWriteStatus
           perform CheckReportWriteStatus
           move GrandBilled to BplBilled
           move GrandPaid to BplPaid
           move GrandAid to BplAid
           write reportline from BilledPaidLine
           perform CheckReportWriteStatus
           if GrandNotDue > zero
               move GrandNotDue to NdlNotDue
               write reportline from NotDueLine
               perform CheckReportWriteStatus
           end-if.

       WriteCourseTotalLine.
           move AgeCourseCode (AgeIdx) to CtlCourseCode

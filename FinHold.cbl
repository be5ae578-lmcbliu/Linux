      *check the holds file and refuse or skip a held student. The
      *release path takes a hold off with an audit entry when the
      *bursar clears it - a released debtor who still owes goes
      *straight back on at the next build. A term on a payment plan
      *is judged by its instalments instead: the student is held
      *as soon as an instalment passes its due date unpaid, for
      *what the missed instalments leave owing, and is not held at
      *90 days while the instalments are being paid on time.
      *Bills are aged in key order, one student's term at a time,
      *with that term's payments read by key, and each student's
      *hold is written as their last bill is aged.

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
           select holdfile assign to "C:\Cobol\holds.dat"
               organization is line sequential
           88 AuditStatusOK     value "00".
           88 AuditStatusNotFound value "35".

       01 PaymentLookup         pic x value "N".
           88 PaymentLookupOn   value "Y".
       01 EndOfBills            pic x value "N".
           88 AllBillsRead      value "Y".
       01 EndOfHolds            pic x value "N".
       01 RunDateYMD            pic 9(8).
       01 OperatorId            pic x(8).

      *The student and term whose bills are being aged. Bills come
      *off the file in key order with one student's term together,
      *so the term's payments, signed - reversals, refunds and
      *write-offs net off - and its plan answer are worked out once,
      *the same matching the receivables aging runs, and each bill
      *draws its share down from them: a term holding two charge
      *bills after a course transfer consumes the pool once between
      *them, and a plan's past-due amount is held once between them.
       01 GroupWork.
           05 GroupStudentId    pic 9(7).
           05 GroupTerm         pic x(6).
           05 GroupPaid         pic s9(8)v99.
           05 GroupOnPlan       pic x.
               88 GroupIsOnPlan value "Y".
           05 GroupPastDueLeft  pic 9(8)v99.
           05 EndOfGroup        pic x value "N".
               88 GroupDone     value "Y".
           05 EndOfTheirPays    pic x value "N".
               88 TheirPaysDone value "Y".

      *Course-transfer credits of the term being aged, per course -
      *a credit backs out the old course's charge, so it nets
      *against that course's bill only, the same matching
      *Receivables applies.
       01 CreditTotalsWork.
           05 CreditCount       pic 9(2) value zero.
           05 CreditEntry       occurs 50 times
                                 indexed by CredIdx.
               10 CredCourse    pic x(4).
               10 CredLeft      pic s9(8)v99.

           COPY PLNAREA.

      *The balances of all the student's overdue bills add up here
      *until their last bill is aged and the hold is written.
       01 HoldTotalsWork.
           05 HeldCount         pic 9(5) value zero.
           05 HoldStudentNow    pic 9(7).
           05 HoldBalanceNow    pic 9(8)v99.

      *The holds read back for a release - the file is rewritten
      *without the released student once the pass is done.
           05 PayConsumed       pic s9(8)v99.
           05 AfterCredit       pic s9(8)v99.
           05 UnpaidBalance     pic s9(8)v99.
           05 HoldAmount        pic s9(8)v99.
           05 TodayInteger      pic 9(8).
           05 BillDateNum       pic 9(8).
           05 BillInteger       pic 9(8).
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's tables.
           initialize RunTallies
           initialize CreditTotalsWork
           initialize HoldTotalsWork
           move zero to KeptHoldCount
           move "N" to ReleaseFound
           move "N" to EndOfBills
           move "N" to EndOfHolds
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           compute TodayInteger =
               function integer-of-date (RunDateYMD)
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "FinHold" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           DISPLAY "B - Build holds from aged balances"
           DISPLAY "R - Release a hold   L - List holds"
           DISPLAY "Select a mode: " WITH NO ADVANCING.

      *The build pass - payments netted per student and term, every
      *bill aged, and the balances that have stood 90 days or more
      *added up per student. The holds file is rebuilt whole, so a
      *paid-up student drops off without anyone touching it.
       BuildHolds.
           move "N" to EndOfBills
           open input billfile
           if BillStatusNotFnd
                       BillFileStatus
                   set JournalError to true
               else
                   open output holdfile
                   if not HoldStatusOK
                       DISPLAY "holds.dat will not open - status "
                           HoldFileStatus ". Holds not written."
                       set JournalError to true
                   else
                       perform OpenAuditFile
                       perform OpenPaymentLookup
                       perform AgeAllBills
                       if PaymentLookupOn
                           close paymentfile
                       end-if
                       close holdfile
                       close auditfile
                       DISPLAY HeldCount " student(s) on financial "
                           "hold - holds.dat rebuilt"
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
                   continue
               when other
                   DISPLAY "payments.dat will not open - status "
                       PaymentFileStatus
                   set JournalError to true
           end-evaluate.

      *A student's hold is written when the first bill of the next
      *student comes up, and the last student's at the end.
       AgeAllBills.
           move zero to HoldStudentNow
           move zero to HoldBalanceNow
           perform ReadBillRecord
           perform until AllBillsRead
               if billstudentid not = HoldStudentNow
                   perform WriteStudentHold
                   move billstudentid to HoldStudentNow
               end-if
               perform AgeOneGroup
           end-perform
           perform WriteStudentHold.

       ReadBillRecord.
           read billfile next record
               at end set AllBillsRead to true
           end-read
           if not AllBillsRead and not BillStatusOK
               set AllBillsRead to true
           end-if.

      *One student's term of bills, starting at the record already
      *read. The term's credits - course transfers backing out the
      *old course's fee, and aid awards posted by the billing run -
      *are gathered on a first pass through it, then it is read
      *through again from its first bill to age its charges. Both
      *passes leave the next term's first bill read.
       AgeOneGroup.
           move billstudentid to GroupStudentId
           move billterm to GroupTerm
           perform GatherGroupCredits
           perform SumGroupPayments
           perform AskPlanCheck
           perform AgeGroupCharges.

       GatherGroupCredits.
           move zero to CreditCount
           move "N" to EndOfGroup
           perform until GroupDone
               add 1 to ReadTally
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
                   perform AgeChargeBill
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

                   perform OpenCreditSlot
               when CredIdx > CreditCount
                   perform OpenCreditSlot
               when CredCourse (CredIdx) = billcoursecode
                   add billamount to CredLeft (CredIdx)
           end-search.

       OpenCreditSlot.
           if CreditCount < 50
               add 1 to CreditCount
               set CredIdx to CreditCount
               move billcoursecode to CredCourse (CredIdx)
               move billamount to CredLeft (CredIdx)
           else
                   " credit not matched."
           end-if.

      *The term's payments, adjustments netting off, exactly as
      *Receivables matches them - a keyed START at the student and
      *term then forward reads until either changes.
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
                   add 1 to ReadTally
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
      *them, the same answer Receivables ages by.
       AskPlanCheck.
           move GroupStudentId to plnstudentid
           move GroupTerm to plnterm
           move GroupPaid to plnpaid
           move RunDateYMD to plntoday
           call "PlanCheck" using plnarea
           if PlanFound
               move "Y" to GroupOnPlan
               move plnpastdue to GroupPastDueLeft
           else
               move "N" to GroupOnPlan
               move zero to GroupPastDueLeft
           end-if.

      *One bill - the same arithmetic Receivables runs, kept only
      *when the unpaid balance has stood 90 days or more, or, for a
      *term on a payment plan, when it is owing on a missed
      *instalment. Credit records were netted in their own pass and
      *are not aged.
       AgeChargeBill.
           perform ConsumeCreditForBill
           compute AfterCredit = billamount - CreditConsumed
           perform ConsumePaymentsForBill
           compute UnpaidBalance = AfterCredit - PayConsumed
           if UnpaidBalance > zero
               if GroupIsOnPlan
                   perform JudgePlanBill
               else
                   move billdate to BillDateNum
                   compute BillInteger =
                       function integer-of-date (BillDateNum)
                   compute DaysUnpaid = TodayInteger - BillInteger
                   if DaysUnpaid >= 90
                       move UnpaidBalance to HoldAmount
                       perform AddToHoldTotals
                   end-if
               end-if
           end-if.

      *On a plan the bill is held for its share of what the term's
      *missed instalments leave owing, however recent the bill.
       JudgePlanBill.
           move UnpaidBalance to HoldAmount
           if GroupPastDueLeft < HoldAmount
               move GroupPastDueLeft to HoldAmount
           end-if
           subtract HoldAmount from GroupPastDueLeft
           if HoldAmount > zero
               perform AddToHoldTotals
           end-if.

      *What the transfer credit covers of this bill - only a credit
      *for the same course of the term applies, and what it
      *covers comes off the credit so the same money can never net
      *two bills.
       ConsumeCreditForBill.
                   continue
               when CredIdx > CreditCount
                   continue
               when CredCourse (CredIdx) = billcoursecode
                   if CredLeft (CredIdx) > zero
                       if CredLeft (CredIdx) > billamount
                           move billamount to CreditConsumed
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

       AddToHoldTotals.
           add HoldAmount to HoldBalanceNow.

      *One record and one audit entry per held student.
       WriteStudentHold.
           if HoldBalanceNow > zero
               move HoldStudentNow to holdstudentid
               move RunDateYMD to holddate
               move HoldBalanceNow to holdbalance
               write holdrec
               if HoldStatusOK
                   add 1 to HeldCount
                   add 1 to WriteTally
                   move "HOLDON" to AuditAction
                   move spaces to OldRecordImage
                   move holdrec to NewRecordImage
                   perform WriteAuditRecord
               else
                   DISPLAY "holds.dat write error - status "
                       HoldFileStatus
                   set JournalError to true
               end-if
           end-if
           move zero to HoldBalanceNow.

      *The release path - the holds come back in whole, the file is
      *rewritten without the released student, and the cleared hold

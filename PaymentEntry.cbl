      *the original payment by its sequence number, can never back
      *out more than was paid, get an audit entry like SeqRead
      *writes, and net off the payment in the receivables matching.
      *The original is found among the student's own payments, read
      *by key, and each new transaction is numbered by NextSeq.

       Environment division.
       input-output section.
               record key is studentid
               file status is StudentFileStatus.
           select paymentfile assign to "C:\Cobol\payments.dat"
               organization is indexed
               access mode is dynamic
               record key is paykey
               file status is PaymentFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
       01 PaymentFileStatus     pic xx.
           88 PaymentStatusOK   value "00".
           88 PaymentStatusEOF  value "10".
           88 PaymentStatusDupKey value "22".
           88 PaymentStatusNotFnd value "35".

       01 AuditFileStatus       pic xx.
           05 TodayYMD          pic 9(8).
           05 AmountLeft        pic s9(7)v99.

      *An adjustment is proven against the original found among
      *the keyed student's payments - its term, and how much of it
      *earlier adjustments have already backed out.
       01 OriginalWork.
           05 EndOfSweep        pic x value "N".
               88 SweepDone     value "Y".
           05 OriginalFound     pic x value "N".
               88 FoundOriginal value "Y".
           05 OrigReversed      pic 9(7)v99.

      *The referenced original decoded against the payment layout,
      *own data-names (as WaitlistReport decodes held students).
           COPY PAYMENTS
               REPLACING ==payrec==          BY ==origpayrec==
                         ==paykey==          BY ==OrigKey==
                         ==paystudentid==    BY ==OrigStudentId==
                         ==paydate==         BY ==OrigDate==
                         ==payyear==         BY ==OrigYear==
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.
           COPY SEQAREA.

       Procedure division.
       begin.
           call "RunJournal" using jrnlarea.
           set JournalClean to true.
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies.
           ACCEPT TodayYMD FROM DATE YYYYMMDD.
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "PaymentEntry" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           open input studentfile
           perform CheckStudentOpenStatus
           if StatusOK
               perform OpenPaymentFile
               if PaymentStatusOK
                   perform OpenAuditFile
           call "RunJournal" using jrnlarea
           goback.

      *Opens payments.dat for update, creating it first the one
      *time it does not exist yet.
       OpenPaymentFile.
           open i-o paymentfile
           if PaymentStatusNotFnd
               open output paymentfile
               close paymentfile
               open i-o paymentfile
           end-if
           if not PaymentStatusOK
               DISPLAY "payments.dat will not open - status "
      *The referenced payment must be on file, belong to the keyed
      *student, and still have enough of it standing - the sum of
      *earlier adjustments comes off what can be backed out, so a
      *payment can never be reversed past zero. Only the student's
      *own payments are swept - a keyed START at their id then
      *forward reads until the id changes - so a number belonging
      *to someone else is simply not found.
       VerifyOriginalPayment.
           if SeqIn not numeric
               DISPLAY "Invalid sequence number - not numeric."
               set EntryStatus to "N"
           else
               move "N" to OriginalFound
               move zero to OrigReversed
               perform SweepStudentPayments
               if not FoundOriginal
                   DISPLAY "Payment " SeqInNum " not on file for "
                       "student " WantedStudentId " - rejected."
                   set EntryStatus to "N"
               else
                   perform CheckOriginalPayment
               end-if
           end-if.

       SweepStudentPayments.
           move "N" to EndOfSweep
           move WantedStudentId to paystudentid
           move low-values to payterm
           move zero to payseqno
           start paymentfile key is not less than paykey
               invalid key
                   set SweepDone to true
           end-start
           if not SweepDone
               perform ReadNextTheirPayment
           end-if
           perform until SweepDone
               evaluate true
                   when payseqno = SeqInNum and PayIsPayment
                       move payrec to origpayrec
                       set FoundOriginal to true
                   when payrefseq = SeqInNum and PayIsAdjustment
                       add payamount to OrigReversed
               end-evaluate
               perform ReadNextTheirPayment
           end-perform.

       ReadNextTheirPayment.
           read paymentfile next record
               at end set SweepDone to true
           end-read
           if not SweepDone
               if not PaymentStatusOK
                   DISPLAY "payments.dat record read error - status "
                       PaymentFileStatus
                   set SweepDone to true
                   set JournalError to true
               else
                   if paystudentid not = WantedStudentId
                       set SweepDone to true
                   end-if
               end-if
           end-if.

       CheckOriginalPayment.
           if AmountIn numeric
               compute AmountLeft = OrigAmount
                   - OrigReversed - AmountInNum
               if AmountLeft < zero
                   DISPLAY "Amount exceeds what is left of payment "
                       SeqInNum " - rejected."
               end-if
           end-if.

      *Each transaction takes the next number NextSeq hands out, no
      *higher than the five digits payseqno holds; no number means
      *nothing is written.
       GetNextPaySeq.
           set SeqGetNext to true
           move "payments" to seqfilename
           move 99999 to seqlimit
           call "NextSeq" using seqarea
           move seqnumber to payseqno.

       WritePaymentRecord.
           move WantedStudentId to paystudentid
           move DateInNum to paydate
           move MethodIn to paymethod
           move TermIn to payterm
           move "PAYMNT" to paytype
           move zero to payrefseq
           perform GetNextPaySeq
           if SeqNotGiven
               DISPLAY "Payment not written - no sequence number."
           else
               perform WritePaymentToFile
           end-if.

       WritePaymentToFile.
           write payrec
           if PaymentStatusOK
               add 1 to WriteTally
               DISPLAY "Payment " payseqno " recorded for student "
                   paystudentid
           else
               DISPLAY "Payment not written - status "
                   PaymentFileStatus
                   move "WRTOFF" to paytype
                   move "PAYWOF" to AuditAction
           end-evaluate
           move SeqInNum to payrefseq
           perform GetNextPaySeq
           if SeqNotGiven
               DISPLAY "Adjustment not written - no sequence number."
           else
               perform WriteAdjustmentToFile
           end-if.

       WriteAdjustmentToFile.
           write payrec
           if PaymentStatusOK
               add 1 to WriteTally
               move origpayrec to OldRecordImage
               move payrec to NewRecordImage
               perform WriteAuditRecord

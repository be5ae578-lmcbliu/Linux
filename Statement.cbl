      *Prints the statement that goes to the student - one page per
      *student per term on bills.dat, with the name pulled from
      *students.dat, the billed term fee (charges net of any course
      *transfer credits), each bursary or scholarship award credited
      *against it, every payment and adjustment from payments.dat
      *with its date and method, the balance due and, for a term on
      *a payment plan, the instalment schedule with what each
      *instalment still has owing and what is due next -
      *laid out like Transcript's per-student page so it can go
      *straight in an envelope instead of the front desk re-typing
      *it from the billing register and the aging report. The run
      *can be held to one keyed term or print every term on file,
      *and to one student - whose bills and payments are read by
      *key - or every student billed.

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
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
       01 StatementFileStatus   pic xx.
           88 StatementStatusOK value "00".

       01 EndOfBills            pic x value "N".
           88 AllBillsRead      value "Y".
       01 PaymentLookup         pic x value "N".
           88 PaymentLookupOn   value "Y".

       01 RunDateYMD            pic 9(8).

       01 WantedTerm            pic x(6).
           88 AllTermsWanted    value spaces.

      *The student asked for - zero prints a statement for every
      *student billed.
       01 WantedStudentId       pic 9(7).
           88 AllStudentsWanted value zero.

       01 StatementWork.
           05 StatementCount    pic 9(5) value zero.
           05 BalanceDue        pic s9(8)v99.
           05 PayLinesShown     pic 9(3).

      *One student's term of bills - a course transfer leaves a
      *charge, a credit and a fresh charge on file, and they belong
      *on one page, not three. They come off the file together in
      *key order and are added up on a first pass before anything
      *prints. The course shown is the latest charge's; the billed
      *figure is charges net of credits, with aid kept apart.
       01 CurrentGroup.
           05 CurStudentId      pic 9(7).
           05 CurTerm           pic x(6).
           05 CurCourse         pic x(4).
           05 CurBilled         pic s9(8)v99.
           05 CurAid            pic 9(8)v99.
           05 EndOfGroup        pic x value "N".
               88 GroupDone     value "Y".
           05 EndOfTheirPays    pic x value "N".
               88 TheirPaysDone value "Y".

       01 TitleLine1.
           05 filler            pic x(19) value "Tuition Statement -".
               "Billed .................. ".
           05 BilledValue       pic ---,--9.99.

       01 AidLine.
           05 filler            pic x(10) value "Aid award ".
           05 AidLnCode         pic x(6).
           05 filler            pic x(10) value " ........ ".
           05 AidLnAmount       pic ---,--9.99.

       01 ColumnHeadLine.
           05 filler            pic x(9) value "Date".
           05 filler            pic x(8) value "Method".
           05 filler            pic x(2) value space.
           05 DetAmount         pic zzz,zz9.99.

      *The payment plan schedule - PlanCheck lays the term's
      *payments against the instalments earliest first.
       01 PlanHeadLine          pic x(46)
           value "Payment plan  Due            Amount     Owing".

       01 PlanInstLine.
           05 filler            pic x(3) value space.
           05 PilInstNo         pic z9.
           05 filler            pic x(9) value space.
           05 PilDue            pic 9(8).
           05 filler            pic x value space.
           05 PilAmount         pic zzz,zz9.99.
           05 filler            pic x value space.
           05 PilOwing          pic zzz,zz9.99.
           05 filler            pic x value space.
           05 PilFlag           pic x(7).

       01 NextDueLine.
           05 filler            pic x(14) value "Next due      ".
           05 NdlDue            pic 9(8).
           05 filler            pic x(4) value " ...".
           05 NdlAmount         pic zzz,zz9.99.

       01 MissedLine.
           05 filler            pic x(26) value
               "Missed instalments owing  ".
           05 MslAmount         pic zzz,zz9.99.

       01 PlanWork.
           05 PlanInstIdx       pic 9(2).
           05 PlanInstOwing     pic 9(6)v99.

           COPY PLNAREA.

       01 BalanceLine.
           05 filler            pic x(26) value
               "Balance due ............. ".
           set JournalClean to true.
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's flags.
           move "N" to EndOfBills.
           move zero to StatementCount.
           ACCEPT RunDateYMD FROM DATE YYYYMMDD.
           DISPLAY "Enter term (e.g. 2026FA, blank = all): "
               WITH NO ADVANCING.
           ACCEPT WantedTerm.
           DISPLAY "Enter student id (0 = all): " WITH NO ADVANCING.
           ACCEPT WantedStudentId.
           perform PrintAllStatements
           set JournalEnd to true
           move StatementCount to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

       PrintAllStatements.
           open input billfile
           if BillStatusNotFnd
                       BillFileStatus
                   set JournalError to true
               else
                   open input studentfile
                   perform CheckStudentOpenStatus
                   if StatusOK
                       perform RunStatementPass
                       close studentfile
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

      *One student's bills start with a keyed START at their id;
      *every student's start at the top of the file.
       RunStatementPass.
           open output statementfile
           if not StatementStatusOK
                   StatementFileStatus ". No statements produced."
               set JournalError to true
           else
               perform OpenPaymentLookup
               if not AllStudentsWanted
                   move WantedStudentId to billstudentid
                   move low-values to billterm
                   move zero to billseqno
                   start billfile key is not less than billkey
                       invalid key
                           set AllBillsRead to true
                   end-start
               end-if
               if not AllBillsRead
                   perform ReadBillRecord
               end-if
               perform until AllBillsRead
                   perform StatementForGroup
               end-perform
               if PaymentLookupOn
                   close paymentfile
               end-if
               close statementfile
               DISPLAY StatementCount " statement(s) written to "
                   "stmnts.lst"
           end-if.

      *Past the wanted student counts as the end of the file.
       ReadBillRecord.
           read billfile next record
               at end set AllBillsRead to true
           end-read
           if not AllBillsRead
               if not BillStatusOK
                   DISPLAY "bills.dat record read error - status "
                       BillFileStatus
                   set AllBillsRead to true
               else
                   if not AllStudentsWanted
                           and billstudentid not = WantedStudentId
                       set AllBillsRead to true
                   end-if
               end-if
           end-if.

      *One student's term, starting at the record already read. Its
      *bills are added up on a first pass; a term that is wanted
      *prints, reading the term through again for its award lines.
      *Both passes leave the next term's first bill read.
       StatementForGroup.
           move billstudentid to CurStudentId
           move billterm to CurTerm
           move spaces to CurCourse
           move zero to CurBilled
           move zero to CurAid
           move "N" to EndOfGroup
           perform until GroupDone
               perform AddToBillGroup
               perform ReadGroupBill
           end-perform
           if AllTermsWanted or CurTerm = WantedTerm
               perform PrintOneStatement
           end-if.

       ReadGroupBill.
           perform ReadBillRecord
           if AllBillsRead
               set GroupDone to true
           else
               if billstudentid not = CurStudentId
                       or billterm not = CurTerm
                   set GroupDone to true
               end-if
           end-if.

      *A later charge moves the shown course on - after a transfer
      *the statement names the course the student now sits in. Aid
      *is kept apart from the billed figure. The first bill names
      *the course until a charge does.
       AddToBillGroup.
           if CurCourse = spaces
               move billcoursecode to CurCourse
           end-if
           evaluate true
               when BillIsAward
                   add billamount to CurAid
               when BillIsCredit
                   subtract billamount from CurBilled
               when other
                   add billamount to CurBilled
                   move billcoursecode to CurCourse
           end-evaluate.

      *One page per bill - the heading from the student master, the
      *billed fee from the bill record, the term's transactions in
      *the order they were taken, and the balance they leave. A bill
           move CurBilled to BilledValue
           write statementline from BilledLine
           perform CheckStatementWriteStatus
           if CurAid > zero
               perform ShowGroupAwards
           end-if
           write statementline from ColumnHeadLine
           perform CheckStatementWriteStatus
           move zero to PaidNet
           move zero to PayLinesShown
           if PaymentLookupOn
               perform ShowGroupPayments
           end-if
           if PayLinesShown = zero
               move "No payments on file" to statementline
               write statementline
               perform CheckStatementWriteStatus
           end-if
           compute BalanceDue = CurBilled - CurAid - PaidNet
           move BalanceDue to BalanceValue
           write statementline from BalanceLine
           perform CheckStatementWriteStatus
           move CurStudentId to plnstudentid
           move CurTerm to plnterm
           move PaidNet to plnpaid
           move RunDateYMD to plntoday
           call "PlanCheck" using plnarea
           if PlanFound
               perform PrintPlanSchedule
           end-if
           move spaces to statementline
           write statementline
           perform CheckStatementWriteStatus
           write statementline
           perform CheckStatementWriteStatus.

      *Each instalment with its due date, amount and what is still
      *owing on it, then the next instalment due - or that the plan
      *is paid - and anything owing on instalments already missed.
       PrintPlanSchedule.
           write statementline from PlanHeadLine
           perform CheckStatementWriteStatus
           perform PrintPlanInstalment
               varying PlanInstIdx from 1 by 1
               until PlanInstIdx > plncount
           if plnnextdue = zero
               move "Payment plan paid in full" to statementline
               write statementline
               perform CheckStatementWriteStatus
           else
               move plnnextdue to NdlDue
               move plnnextamount to NdlAmount
               write statementline from NextDueLine
               perform CheckStatementWriteStatus
           end-if
           if plnpastdue > zero
               move plnpastdue to MslAmount
               write statementline from MissedLine
               perform CheckStatementWriteStatus
           end-if.

       PrintPlanInstalment.
           move plninstno (PlanInstIdx) to PilInstNo
           move plninstdue (PlanInstIdx) to PilDue
           move plninstamount (PlanInstIdx) to PilAmount
           compute PlanInstOwing = plninstamount (PlanInstIdx)
               - plninstcovered (PlanInstIdx)
           move PlanInstOwing to PilOwing
           evaluate true
               when PlanInstOwing = zero
                   move "paid" to PilFlag
               when plninstdue (PlanInstIdx) < RunDateYMD
                   move "MISSED" to PilFlag
               when other
                   move spaces to PilFlag
           end-evaluate
           write statementline from PlanInstLine
           perform CheckStatementWriteStatus.

      *One aid line for each award credited to this student in this
      *term - the billing run posts one per award per charge, so an
      *award spread over two courses prints twice. The term's bills
      *are read through again from the first.
       ShowGroupAwards.
           move "N" to EndOfGroup
           move "N" to EndOfBills
           move CurStudentId to billstudentid
           move CurTerm to billterm
           move zero to billseqno
           start billfile key is not less than billkey
               invalid key
                   DISPLAY "bills.dat - student " CurStudentId
                       " term " CurTerm " no longer on file."
                   set AllBillsRead to true
                   set GroupDone to true
           end-start
           if not GroupDone
               perform ReadGroupBill
           end-if
           perform until GroupDone
               if BillIsAward
                   move billawardcode to AidLnCode
                   compute AidLnAmount = zero - billamount
                   write statementline from AidLine
                   perform CheckStatementWriteStatus
               end-if
               perform ReadGroupBill
           end-perform.

      *The term's transactions in the order they were taken - a
      *keyed START at the student and term then forward reads until
      *either changes. A reversal, refund or write-off prints with
      *its own type and nets off the paid total, the same arithmetic
      *the receivables aging uses.
       ShowGroupPayments.
           move "N" to EndOfTheirPays
           move CurStudentId to paystudentid
           move CurTerm to payterm
           move zero to payseqno
           start paymentfile key is not less than paykey
               invalid key
                   set TheirPaysDone to true
           end-start
           if not TheirPaysDone
               perform ReadNextTheirPayment
           end-if
           perform until TheirPaysDone
               perform ShowOnePayment
               perform ReadNextTheirPayment
           end-perform.

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
                   if paystudentid not = CurStudentId
                           or payterm not = CurTerm
                       set TheirPaysDone to true
                   end-if
               end-if
           end-if.

       ShowOnePayment.
           add 1 to PayLinesShown
           move paydate to DetDate
           move paymethod to DetMethod
           if paytype = spaces
               move "PAYMNT" to DetType
           else
               move paytype to DetType
           end-if
           move payamount to DetAmount
           if PayIsAdjustment
               subtract payamount from PaidNet
           else
               add payamount to PaidNet
           end-if
           write statementline from PayDetailLine
           perform CheckStatementWriteStatus.

      *Called after every WRITE. A lost statement line is a warning,
      *not a reason to stop the print run.
       CheckStatementWriteStatus.

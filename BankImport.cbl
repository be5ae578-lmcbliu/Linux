       identification division.
       program-id. BankImport.
       Author. Bo Liu.
      *Daily import of the bank's fee remittance file, so bank
      *transfers stop being keyed by hand from a printed statement.
      *The file is proved first - header, detail count and total
      *against the bank's trailer, and a file sequence above the last
      *one imported (bankctl.dat) - and refused whole if any of that
      *fails. Each transfer's reference is then matched to a
      *StudentId on the student master and a term (the current term
      *when the payer quoted none). A matched transfer no larger than
      *the student's open balance for the term - charges less
      *credits less payments, as the receivables report nets them,
      *less anything this import has already applied - is written to
      *payments.dat as a BANK payment with the next sequence number
      *and audited BNKPAY. Anything else goes to the suspense file,
      *audited SUSADD, for the bursar to assign or refund in
      *SuspMaint. The control report lists every transfer and what
      *became of it and proves the bank total equals what was
      *applied plus what went to suspense. Should any transfer fail
      *to reach payments.dat or suspense.dat, the run's payments and
      *suspense items are taken back off and bankctl.dat is left as
      *it was, so the file is imported again whole.

       Environment division.
       input-output section.
       file-control.
           select bankfile assign to "C:\Cobol\bankrem.dat"
               organization is line sequential
               file status is BankFileStatus.
           select bankctlfile assign to "C:\Cobol\bankctl.dat"
               organization is line sequential
               file status is BankCtlFileStatus.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is random
               record key is studentid
               file status is StudentFileStatus.
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
           select suspensefile assign to "C:\Cobol\suspense.dat"
               organization is indexed
               access mode is dynamic
               record key is suskey
               file status is SuspenseFileStatus.
      *Applied transfers are held here until the matching is done -
      *payments.dat is read for every balance and is only opened for
      *update once the whole bank file has been matched.
           select workfile assign to "C:\Cobol\bankwork.tmp"
               organization is line sequential
               file status is WorkFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select reportfile assign to dynamic ReportFileName
               organization is line sequential
               file status is ReportFileStatus.

       Data division.
       file section.
       FD bankfile.
           COPY BANKREM.

       FD bankctlfile.
       01 bankctlrec.
           05 BankCtlLastSeq    pic 9(6).
           05 BankCtlLastDate   pic 9(8).
           05 BankCtlRunDate    pic 9(8).

       FD studentfile.
           COPY STUDENT.

       FD billfile.
           COPY BILLS.

       FD paymentfile.
           COPY PAYMENTS.

       FD suspensefile.
           COPY SUSPENSE.

       FD workfile.
       01 workrec               pic x(51).

       FD auditfile.
           COPY AUDIT.

       FD reportfile.
       01 reportline            pic x(70).

       Working-storage section.
       01 BankFileStatus        pic xx.
           88 BankStatusOK      value "00".
           88 BankStatusNotFnd  value "35".

       01 BankCtlFileStatus     pic xx.
           88 BankCtlStatusOK   value "00".

       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 StatusNotFound    value "35".

       01 BillFileStatus        pic xx.
           88 BillStatusOK      value "00".
           88 BillStatusNotFnd  value "35".

       01 PaymentFileStatus     pic xx.
           88 PaymentStatusOK   value "00".
           88 PaymentStatusNotFnd value "35".

       01 SuspenseFileStatus    pic xx.
           88 SuspenseStatusOK  value "00".
           88 SuspenseStatusNotFnd value "35".

       01 WorkFileStatus        pic xx.
           88 WorkStatusOK      value "00".

       01 AuditFileStatus       pic xx.
           88 AuditStatusOK     value "00".
           88 AuditStatusNotFound value "35".

       01 ReportFileStatus      pic xx.
           88 ReportStatusOK    value "00".

       01 ReportFileName        pic x(30).

           COPY RPTAREA.

       01 OperatorId            pic x(8).
       01 AuditStamp.
           05 AuditDate.
               10 AuditYear     pic 9(4).
               10 AuditMonth    pic 9(2).
               10 AuditDay      pic 9(2).
           05 AuditTime.
               10 AuditHour     pic 9(2).
               10 AuditMinute   pic 9(2).
               10 AuditSecond   pic 9(2).
               10 AuditHundSec  pic 9(2).

      *Set by the payment and suspense paths before the shared audit
      *write, so one paragraph serves both.
       01 AuditImages.
           05 AuditAction       pic x(6).
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

       01 EndFlags.
           05 EndOfBank         pic x.
               88 AllBankRead   value "Y".
           05 EndOfBills        pic x.
               88 AllBillsRead  value "Y".
           05 EndOfPayments     pic x.
               88 AllPaymentsRead value "Y".
           05 EndOfSuspense     pic x.
               88 AllSuspenseRead value "Y".
           05 EndOfWork         pic x.
               88 AllWorkRead   value "Y".

      *What the proving pass found in the file against what its
      *header and trailer claim.
       01 BankProofWork.
           05 LastFileSeq       pic 9(6).
           05 FileSeq           pic 9(6).
           05 FileDate          pic 9(8).
           05 DetailCount       pic 9(6).
           05 DetailTotal       pic 9(10)v99.
           05 TrailerCount      pic 9(6).
           05 TrailerTotal      pic 9(10)v99.
           05 TrailerSeenFlag   pic x.
               88 TrailerSeen   value "Y".
           05 FileStatusFlag    pic x.
               88 FileValid     value "Y".

      *The reference with its spaces and punctuation squeezed out,
      *and the student and term it gives.
       01 MatchWork.
           05 RefCompact        pic x(18).
           05 RefChar           pic x.
           05 RefPos            pic 9(2).
           05 CompactPos        pic 9(2).
           05 MatchStudentId    pic 9(7).
           05 MatchTerm         pic x(6).
           05 MatchReason       pic x(14).
           05 MatchStatus       pic x.
               88 LineMatched   value "Y".
           05 LineOutcome       pic x.
               88 LineApplied   value "A".
               88 LineSuspended value "S".
           05 OpenBalance       pic s9(8)v99.

      *What this import has applied to each student and term so far,
      *so a second transfer from the same payer is judged against
      *the balance the first one left.
       01 RunAppliedWork.
           05 RaCount           pic 9(3) value zero.
           05 RunSlotFlag       pic x.
               88 RunSlotNew    value "N".
               88 RunSlotFound  value "Y".
               88 RunTableFull  value "F".
           05 RaEntry           occurs 500 times
                                indexed by RaIdx.
               10 RaStudentId   pic 9(7).
               10 RaTerm        pic x(6).
               10 RaAmount      pic 9(8)v99.

       01 ImportTotals.
           05 HighSusNo         pic 9(6).
           05 FirstSusNo        pic 9(6).
           05 BackOutSusNo      pic 9(6).
           05 LeftOnFileCount   pic 9(6).
           05 BackOutFlag       pic x.
               88 ImportBackedOut value "Y".
           05 LinesRead         pic 9(6).
           05 AppliedCount      pic 9(6).
           05 PostedCount       pic 9(6).
           05 PostedAmount      pic 9(10)v99.
           05 SuspCount         pic 9(6).
           05 SuspAmount        pic 9(10)v99.
           05 ProofDifference   pic s9(10)v99.

      *The term a reference with no term lands in.
       01 DefaultTerm           pic x(6).

       01 RunDateYMD            pic 9(8).

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

       01 PrintLine             pic x(70).

       01 HeadingLine1.
           05 filler            pic x(20)
               value "Bank Import  File ".
           05 HeadFileSeq       pic 9(6).
           05 filler            pic x(6) value " made ".
           05 HeadFileDate      pic 9(8).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2.
           05 filler            pic x(31)
               value "Bank ref         Amount Student".
           05 filler            pic x(29)
               value " Term   Outcome     No Reason".

       01 BankLine.
           05 BlBankRef         pic x(12).
           05 filler            pic x value space.
           05 BlAmount          pic zzz,zz9.99.
           05 filler            pic x value space.
           05 BlStudentId       pic x(7).
           05 filler            pic x value space.
           05 BlTerm            pic x(6).
           05 filler            pic x value space.
           05 BlOutcome         pic x(8).
           05 filler            pic x value space.
           05 BlNumber          pic zzzzz9.
           05 filler            pic x value space.
           05 BlReason          pic x(14).

       01 TotalLine.
           05 TlLabel           pic x(26).
           05 TlCount           pic zzzzz9.
           05 filler            pic x value space.
           05 TlAmount          pic z,zzz,zzz,zz9.99.

       01 ProofLine.
           05 filler            pic x(26)
               value "OUT OF BALANCE by ".
           05 PlDifference      pic -,---,---,--9.99.

       01 BalancedLine          pic x(70)
           value "Bank total = applied + suspense - import balances".

      *Said on the report when the import had to be taken back off.
       01 BackedOutLine1        pic x(70)
           value "NOT IMPORTED - not every transfer posted or held.".
       01 BackedOutLine2        pic x(70)
           value "Everything is taken back off; import the file again.".
       01 LeftOnFileLine.
           05 LfCount           pic zzzzz9.
           05 filler            pic x(64) value
               " item(s) could not be taken off - remove before rerun".

           COPY JRNLAREA.
           COPY OPRAREA.
           COPY SEQAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "BankImport" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's totals.
           initialize EndFlags
           initialize BankProofWork
           initialize ImportTotals
           move zero to RaCount
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           call "CurrentTerm" using DefaultTerm
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "BankImport" to oprprogram
           set OprGetSession to true
           call "OperSession" using oprarea
           move oprid to OperatorId
           perform ReadBankCtlFile
           open input bankfile
           evaluate true
               when BankStatusOK
                   perform ProveBankFile
                   close bankfile
                   if FileValid
                       perform ImportBankFile
                   else
                       DISPLAY "Bank file refused - nothing imported."
                       set JournalError to true
                   end-if
               when BankStatusNotFnd
                   DISPLAY "bankrem.dat not found - nothing to import."
               when other
                   DISPLAY "bankrem.dat will not open - status "
                       BankFileStatus
                   set JournalError to true
           end-evaluate
           set JournalEnd to true
           move OperatorId to jrnloperator
           move LinesRead to jrnlreads
           compute jrnlwrites = PostedCount + SuspCount
           call "RunJournal" using jrnlarea
           goback.

      *The sequence of the last bank file imported - zero when none
      *has been yet.
       ReadBankCtlFile.
           move zero to LastFileSeq
           open input bankctlfile
           if BankCtlStatusOK
               read bankctlfile
                   at end move zero to LastFileSeq
                   not at end move BankCtlLastSeq to LastFileSeq
               end-read
               close bankctlfile
           end-if.

       WriteBankCtlFile.
           open output bankctlfile
           if BankCtlStatusOK
               move FileSeq to BankCtlLastSeq
               move FileDate to BankCtlLastDate
               move RunDateYMD to BankCtlRunDate
               write bankctlrec
               if not BankCtlStatusOK
                   DISPLAY "Warning - bankctl.dat not written - "
                       "status " BankCtlFileStatus
                   set JournalError to true
               end-if
               close bankctlfile
           else
               DISPLAY "Warning - bankctl.dat will not open - "
                   "status " BankCtlFileStatus
               set JournalError to true
           end-if.

      *The whole file is read once before anything is posted. It
      *must open with a header for a file not yet imported, hold
      *only details after it, and close with a trailer whose count
      *and total agree with the details - a file cut short in
      *transmission, or the same file fed in twice, posts nothing.
       ProveBankFile.
           set FileValid to true
           move "N" to EndOfBank
           perform ReadBankRecord
           if AllBankRead or not BankHeader
               DISPLAY "bankrem.dat has no header record."
               set FileStatusFlag to "N"
           else
               move bnkfileseq to FileSeq
               move bnkfiledate to FileDate
               if bnkfileseq not numeric or FileSeq not > LastFileSeq
                   DISPLAY "Bank file " bnkfileseq " is not after the "
                       "last one imported (" LastFileSeq ")."
                   set FileStatusFlag to "N"
               end-if
               perform ReadBankRecord
               perform until AllBankRead
                   perform ProveBankRecord
                   perform ReadBankRecord
               end-perform
               if not TrailerSeen
                   DISPLAY "bankrem.dat has no trailer record."
                   set FileStatusFlag to "N"
               else
                   if TrailerCount not = DetailCount
                           or TrailerTotal not = DetailTotal
                       DISPLAY "Bank trailer shows " TrailerCount
                           " for " TrailerTotal " but the file holds "
                           DetailCount " for " DetailTotal "."
                       set FileStatusFlag to "N"
                   end-if
               end-if
           end-if.

       ProveBankRecord.
           evaluate true
               when TrailerSeen
                   DISPLAY "bankrem.dat has records after its trailer."
                   set FileStatusFlag to "N"
               when BankDetail
                   if bnkamount not numeric
                           or bnkvaluedate not numeric
                       DISPLAY "Bank detail " bnkbankref
                           " has a bad amount or date."
                       set FileStatusFlag to "N"
                   else
                       add 1 to DetailCount
                       add bnkamount to DetailTotal
                   end-if
               when BankTrailer
                   set TrailerSeen to true
                   move bnkcount to TrailerCount
                   move bnktotal to TrailerTotal
               when other
                   DISPLAY "bankrem.dat has an unknown record type "
                       bnkrectype "."
                   set FileStatusFlag to "N"
           end-evaluate.

       ReadBankRecord.
           read bankfile
               at end set AllBankRead to true
           end-read
           if not AllBankRead and not BankStatusOK
               DISPLAY "bankrem.dat record read error - status "
                   BankFileStatus
               set AllBankRead to true
               set FileStatusFlag to "N"
           end-if.

       ImportBankFile.
           perform OpenSuspenseFile
           if SuspenseStatusOK
               perform FindHighSusNo
               open input studentfile
               perform CheckStudentOpenStatus
               if StatusOK
                   perform OpenAuditFile
                   perform MatchAndPost
                   close studentfile
                   close auditfile
               end-if
               close suspensefile
           end-if.

       MatchAndPost.
           move "bankimp" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to ReportFileName
           open output reportfile
           open output workfile
           evaluate true
               when not ReportStatusOK
                   DISPLAY ReportFileName " will not open - status "
                       ReportFileStatus ". Nothing imported."
                   set JournalError to true
                   close workfile
               when not WorkStatusOK
                   DISPLAY "bankwork.tmp will not open - status "
                       WorkFileStatus ". Nothing imported."
                   set JournalError to true
               when other
                   perform WriteHeading
                   move HighSusNo to FirstSusNo
                   move zero to LeftOnFileCount
                   move "N" to BackOutFlag
                   move "N" to EndOfBank
                   open input bankfile
                   perform ReadBankRecord
                   perform until AllBankRead
                       if BankDetail
                           perform ApplyBankLine
                       end-if
                       perform ReadBankRecord
                   end-perform
                   close bankfile
                   close workfile
                   perform PostBankPayments
      *            The file only counts as imported when every
      *            transfer is on payments.dat or in suspense and the
      *            bank total is accounted for in full.
                   if PostedCount = AppliedCount
                           and AppliedCount + SuspCount = LinesRead
                           and PostedAmount + SuspAmount
                               = TrailerTotal
                       perform WriteBankCtlFile
                   else
                       perform BackOutImport
                   end-if
                   perform WriteImportTotals
                   DISPLAY LinesRead " transfer(s) - " PostedCount
                       " applied, " SuspCount " to suspense - report "
                       "on " ReportFileName
           end-evaluate
           close reportfile.

      *Opens suspense.dat for update, creating it first the one time
      *it does not exist yet.
       OpenSuspenseFile.
           open i-o suspensefile
           if SuspenseStatusNotFnd
               open output suspensefile
               close suspensefile
               open i-o suspensefile
           end-if
           if not SuspenseStatusOK
               DISPLAY "suspense.dat will not open - status "
                   SuspenseFileStatus ". Nothing imported."
               set JournalError to true
           end-if.

       FindHighSusNo.
           move zero to HighSusNo
           move "N" to EndOfSuspense
           perform until AllSuspenseRead
               read suspensefile next record
                   at end set AllSuspenseRead to true
               end-read
               if not AllSuspenseRead
                   if not SuspenseStatusOK
                       set AllSuspenseRead to true
                   else
                       move susno to HighSusNo
                   end-if
               end-if
           end-perform.

      *Opens audit.dat for appending, creating it first the one time
      *it does not exist yet.
       OpenAuditFile.
           open extend auditfile
           if AuditStatusNotFound
               open output auditfile
               close auditfile
               open extend auditfile
           end-if
           if not AuditStatusOK
               DISPLAY "Warning - audit.dat will not open - status "
                   AuditFileStatus ". Imports will not be logged."
           end-if.

       ApplyBankLine.
           add 1 to LinesRead
           move space to LineOutcome
           perform MatchReference
           if LineMatched
               perform FindOpenBalance
               if bnkamount > OpenBalance
                   move "overpays bal." to MatchReason
               else
                   perform ApplyToStudent
               end-if
           end-if
           if not LineApplied
               perform SuspendBankLine
           end-if
           perform WriteBankLine.

      *The reference must give a seven-digit StudentId on the
      *student master, then either nothing or a term such as 2026FA.
      *Anything else in it means the payer quoted something this run
      *cannot be sure of, and the bursar decides.
       MatchReference.
           move "N" to MatchStatus
           move spaces to MatchReason
           move spaces to RefCompact
           move spaces to MatchTerm
           move zero to MatchStudentId
           move zero to CompactPos
           perform CompactOneChar
               varying RefPos from 1 by 1 until RefPos > 18
           inspect RefCompact converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           evaluate true
               when RefCompact (1:7) not numeric
                   move "bad reference" to MatchReason
               when RefCompact (14:5) not = spaces
                   move "bad reference" to MatchReason
               when RefCompact (8:6) = spaces
                   move DefaultTerm to MatchTerm
               when RefCompact (8:4) not numeric
                   move "bad term" to MatchReason
               when RefCompact (12:2) not = "SP"
                       and RefCompact (12:2) not = "FA"
                   move "bad term" to MatchReason
               when other
                   move RefCompact (8:6) to MatchTerm
           end-evaluate
           if MatchReason = spaces
               move RefCompact (1:7) to MatchStudentId
               move MatchStudentId to studentid
               read studentfile
                   invalid key
                       move "no student" to MatchReason
                   not invalid key
                       set LineMatched to true
               end-read
           end-if.

       CompactOneChar.
           move bnkreference (RefPos:1) to RefChar
           if RefChar not = space and RefChar not = "-"
                   and RefChar not = "/" and RefChar not = "."
               add 1 to CompactPos
               move RefChar to RefCompact (CompactPos:1)
           end-if.

      *Charges less credits and awards for the term, less payments
      *with reversals, refunds and write-offs netted back the way
      *the receivables report nets them, less what this import has
      *already applied.
       FindOpenBalance.
           move zero to OpenBalance
           move "N" to EndOfBills
           open input billfile
           if BillStatusOK
               move MatchStudentId to billstudentid
               move MatchTerm to billterm
               move zero to billseqno
               start billfile key is not less than billkey
                   invalid key set AllBillsRead to true
               end-start
               if not AllBillsRead
                   perform ReadBill
               end-if
               perform until AllBillsRead
                   if BillIsCredit
                       subtract billamount from OpenBalance
                   else
                       add billamount to OpenBalance
                   end-if
                   perform ReadBill
               end-perform
               close billfile
           end-if
           move "N" to EndOfPayments
           open input paymentfile
           if PaymentStatusOK
               move MatchStudentId to paystudentid
               move MatchTerm to payterm
               move zero to payseqno
               start paymentfile key is not less than paykey
                   invalid key set AllPaymentsRead to true
               end-start
               if not AllPaymentsRead
                   perform ReadPayment
               end-if
               perform until AllPaymentsRead
                   if PayIsAdjustment
                       add payamount to OpenBalance
                   else
                       subtract payamount from OpenBalance
                   end-if
                   perform ReadPayment
               end-perform
               close paymentfile
           end-if
           perform FindRunSlot.

      *Both files are read in key order from the student's first
      *item for the term, so the sweep ends at the first record for
      *any other student or term.
       ReadBill.
           read billfile next record
               at end set AllBillsRead to true
           end-read
           if not AllBillsRead
               if not BillStatusOK
                   DISPLAY "bills.dat record read error - status "
                       BillFileStatus
                   set AllBillsRead to true
                   set JournalError to true
               else
                   if billstudentid not = MatchStudentId
                           or billterm not = MatchTerm
                       set AllBillsRead to true
                   end-if
               end-if
           end-if.

       ReadPayment.
           read paymentfile next record
               at end set AllPaymentsRead to true
           end-read
           if not AllPaymentsRead
               if not PaymentStatusOK
                   DISPLAY "payments.dat record read error - status "
                       PaymentFileStatus
                   set AllPaymentsRead to true
                   set JournalError to true
               else
                   if paystudentid not = MatchStudentId
                           or payterm not = MatchTerm
                       set AllPaymentsRead to true
                   end-if
               end-if
           end-if.

      *The same pattern DemoStats uses - the slot past the last
      *student and term in use is where a new one goes.
       FindRunSlot.
           set RunSlotNew to true
           set RaIdx to 1
           search RaEntry
               at end
                   set RunTableFull to true
               when RaIdx > RaCount
                   set RunSlotNew to true
               when RaStudentId (RaIdx) = MatchStudentId
                       and RaTerm (RaIdx) = MatchTerm
                   set RunSlotFound to true
                   subtract RaAmount (RaIdx) from OpenBalance
           end-search.

      *The payment's number is handed out by NextSeq as the transfer
      *is applied, so the report can show it; a number given to a
      *transfer that then fails to post is simply never used.
       ApplyToStudent.
           if not RunTableFull
               set SeqGetNext to true
               move "payments" to seqfilename
               move 99999 to seqlimit
               call "NextSeq" using seqarea
           end-if
           evaluate true
               when RunTableFull
                   move "run table full" to MatchReason
               when SeqNotGiven
                   move "no seq number" to MatchReason
               when other
                   perform HoldAppliedPayment
           end-evaluate.

       HoldAppliedPayment.
           move MatchStudentId to paystudentid
           move bnkvaluedate to paydate
           move bnkamount to payamount
           move "BANK" to paymethod
           move MatchTerm to payterm
           move "PAYMNT" to paytype
           move seqnumber to payseqno
           move zero to payrefseq
           write workrec from payrec
           if WorkStatusOK
               set LineApplied to true
               add 1 to AppliedCount
               if RunSlotNew
                   add 1 to RaCount
                   move MatchStudentId to RaStudentId (RaIdx)
                   move MatchTerm to RaTerm (RaIdx)
                   move bnkamount to RaAmount (RaIdx)
               else
                   add bnkamount to RaAmount (RaIdx)
               end-if
           else
               DISPLAY "bankwork.tmp write error - status "
                   WorkFileStatus
               move "not posted" to MatchReason
               set JournalError to true
           end-if.

      *An overpayment keeps the student and term it matched so the
      *bursar can see whose it is; an unmatched transfer has none.
       SuspendBankLine.
           add 1 to HighSusNo
           move HighSusNo to susno
           move bnkamount to susamount
           set SusOpen to true
           if LineMatched
               set SusOverpaid to true
               move MatchStudentId to susstudentid
               move MatchTerm to susterm
           else
               set SusUnmatched to true
               move zero to susstudentid
               move spaces to susterm
           end-if
           move zero to suspayseqno
           move zero to susclosedate
           move spaces to susrefundmethod
           move bnkvaluedate to susvaluedate
           move bnkbankref to susbankref
           move bnkreference to susreference
           move bnkpayer to suspayer
           move RunDateYMD to susimportdate
           write susprec
               invalid key
                   DISPLAY "Suspense item " susno " not written - "
                       "status " SuspenseFileStatus
                   set JournalError to true
               not invalid key
                   set LineSuspended to true
                   add 1 to SuspCount
                   add bnkamount to SuspAmount
                   move "SUSADD" to AuditAction
                   move spaces to OldRecordImage
                   move susprec to NewRecordImage
                   move susstudentid to audstudentid
                   perform WriteAuditRecord
           end-write.

      *The applied transfers go onto payments.dat in the order they
      *were matched, each audited against its student.
       PostBankPayments.
           move "N" to EndOfWork
           open input workfile
           perform OpenPaymentFile
           if WorkStatusOK and PaymentStatusOK
               perform ReadWorkLine
               perform until AllWorkRead
                   move workrec to payrec
                   write payrec
                   if PaymentStatusOK
                       add 1 to PostedCount
                       add payamount to PostedAmount
                       move "BNKPAY" to AuditAction
                       move spaces to OldRecordImage
                       move payrec to NewRecordImage
                       move paystudentid to audstudentid
                       perform WriteAuditRecord
                   else
                       DISPLAY "Bank payment " payseqno " not written "
                           "- status " PaymentFileStatus
                       set JournalError to true
                   end-if
                   perform ReadWorkLine
               end-perform
           else
               if AppliedCount > zero
                   DISPLAY "Bank payments not posted - payments.dat "
                       "status " PaymentFileStatus " work "
                       WorkFileStatus
                   set JournalError to true
               end-if
           end-if
           close workfile
           close paymentfile.

       ReadWorkLine.
           read workfile
               at end set AllWorkRead to true
           end-read.

      *Not every transfer reached payments.dat or suspense.dat, so
      *the file is not counted as imported: the payments that did
      *post and the suspense items this run opened are taken back
      *off, each audited, and bankctl.dat is left where it was so
      *the same file can be imported again cleanly. Anything that
      *cannot be taken off is listed and must be removed by hand
      *first, or the rerun would take it twice.
       BackOutImport.
           set ImportBackedOut to true
           set JournalError to true
           if PostedCount > zero
               perform RemovePostedPayments
           end-if
           compute BackOutSusNo = FirstSusNo + 1
           perform RemoveSuspenseItem
               until BackOutSusNo > HighSusNo
           DISPLAY "Bank file NOT imported - not every transfer could "
               "be posted or held. bankctl.dat is left as it was; "
               "import the file again."
           if LeftOnFileCount > zero
               DISPLAY LeftOnFileCount " item(s) could not be taken "
                   "off - remove them before importing again."
           end-if.

      *Each payment is taken off only when the record on file is the
      *one this run wrote - the key carries the number NextSeq gave.
       RemovePostedPayments.
           move "N" to EndOfWork
           open input workfile
           perform OpenPaymentFile
           if WorkStatusOK and PaymentStatusOK
               perform ReadWorkLine
               perform until AllWorkRead
                   perform RemoveOnePayment
                   perform ReadWorkLine
               end-perform
           else
               DISPLAY "Bank payments not taken off - payments.dat "
                   "status " PaymentFileStatus " work "
                   WorkFileStatus
               add PostedCount to LeftOnFileCount
           end-if
           close workfile
           close paymentfile.

       RemoveOnePayment.
           move workrec to payrec
           read paymentfile
               invalid key
                   continue
               not invalid key
                   if payrec = workrec
                       perform DeleteBankPayment
                   end-if
           end-read.

       DeleteBankPayment.
           delete paymentfile record
           if PaymentStatusOK
               subtract 1 from PostedCount
               subtract payamount from PostedAmount
               move "BNKDEL" to AuditAction
               move payrec to OldRecordImage
               move spaces to NewRecordImage
               move paystudentid to audstudentid
               perform WriteAuditRecord
           else
               DISPLAY "Bank payment " payseqno " not taken off - "
                   "status " PaymentFileStatus
               add 1 to LeftOnFileCount
           end-if.

      *The items this run opened are numbered on from the highest
      *there was before it.
       RemoveSuspenseItem.
           move BackOutSusNo to susno
           read suspensefile
               invalid key
                   continue
               not invalid key
                   perform DeleteSuspenseItem
           end-read
           add 1 to BackOutSusNo.

       DeleteSuspenseItem.
           delete suspensefile record
           if SuspenseStatusOK
               subtract 1 from SuspCount
               subtract susamount from SuspAmount
               move "SUSDEL" to AuditAction
               move susprec to OldRecordImage
               move spaces to NewRecordImage
               move susstudentid to audstudentid
               perform WriteAuditRecord
           else
               DISPLAY "Suspense item " susno " not taken off - "
                   "status " SuspenseFileStatus
               add 1 to LeftOnFileCount
           end-if.

      *Opens payments.dat for update, creating it first the one
      *time it does not exist yet.
       OpenPaymentFile.
           open i-o paymentfile
           if PaymentStatusNotFnd
               open output paymentfile
               close paymentfile
               open i-o paymentfile
           end-if.

       WriteBankLine.
           move bnkbankref to BlBankRef
           move bnkamount to BlAmount
           if MatchStudentId = zero
               move spaces to BlStudentId
           else
               move MatchStudentId to BlStudentId
           end-if
           move MatchTerm to BlTerm
           evaluate true
               when LineApplied
                   move "APPLIED" to BlOutcome
                   move seqnumber to BlNumber
               when LineSuspended
                   move "SUSPENSE" to BlOutcome
                   move susno to BlNumber
               when other
                   move "NOT HELD" to BlOutcome
                   move zero to BlNumber
           end-evaluate
           move MatchReason to BlReason
           move BankLine to PrintLine
           perform WriteReportLine.

      *The proof - the bank's own total against what went onto
      *payments.dat and what went to suspense.
       WriteImportTotals.
           move spaces to PrintLine
           perform WriteReportLine
           move "Bank file total .........." to TlLabel
           move TrailerCount to TlCount
           move TrailerTotal to TlAmount
           move TotalLine to PrintLine
           perform WriteReportLine
           move "Applied to students ......" to TlLabel
           move PostedCount to TlCount
           move PostedAmount to TlAmount
           move TotalLine to PrintLine
           perform WriteReportLine
           move "Held in suspense ........." to TlLabel
           move SuspCount to TlCount
           move SuspAmount to TlAmount
           move TotalLine to PrintLine
           perform WriteReportLine
           compute ProofDifference = TrailerTotal - PostedAmount
               - SuspAmount
           if ImportBackedOut
               perform WriteBackedOutLines
           else
               perform WriteImportProof
           end-if.

       WriteImportProof.
           if ProofDifference = zero
               move BalancedLine to PrintLine
           else
               move ProofDifference to PlDifference
               move ProofLine to PrintLine
               DISPLAY "IMPORT OUT OF BALANCE by " ProofDifference
               set JournalError to true
           end-if
           perform WriteReportLine.

       WriteBackedOutLines.
           move BackedOutLine1 to PrintLine
           perform WriteReportLine
           move BackedOutLine2 to PrintLine
           perform WriteReportLine
           if LeftOnFileCount > zero
               move LeftOnFileCount to LfCount
               move LeftOnFileLine to PrintLine
               perform WriteReportLine
           end-if.

       WriteReportLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write reportline from PrintLine
           perform CheckReportWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move FileSeq to HeadFileSeq
           move FileDate to HeadFileDate
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           write reportline from HeadingLine1
           perform CheckReportWriteStatus
           write reportline from HeadingLine2
           perform CheckReportWriteStatus
           move 2 to LineCount.

      *Called after every WRITE. A lost report line is a warning,
      *not a reason to stop the run.
       CheckReportWriteStatus.
           if not ReportStatusOK
               DISPLAY ReportFileName " write error - status "
                   ReportFileStatus
           end-if.

      *Logs the payment or suspense item, with its record image, in
      *the same audit file the student maintenance writes. The
      *caller has already set the student it belongs to.
       WriteAuditRecord.
           ACCEPT AuditDate FROM DATE YYYYMMDD.
           ACCEPT AuditTime FROM TIME.
           move OperatorId to audoperator
           move AuditDate to audactiondate
           move AuditTime to audactiontime
           move AuditAction to audaction
           move OldRecordImage to audoldrecord
           move NewRecordImage to audnewrecord
           if AuditStatusOK
               write auditrec
               if not AuditStatusOK
                   DISPLAY "Warning - audit entry " AuditAction
                       " for student " audstudentid
                       " was not written - status " AuditFileStatus
               end-if
           end-if.

      *Gives the operator a plain-English message instead of letting
      *a bad OPEN abend the run.
       CheckStudentOpenStatus.
           evaluate true
               when StatusOK
                   continue
               when StatusNotFound
                   DISPLAY "students.dat not found."
                   set JournalError to true
               when other
                   DISPLAY "students.dat will not open - status "
                       StudentFileStatus
                   set JournalError to true
           end-evaluate.

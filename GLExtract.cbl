       identification division.
       program-id. GLExtract.
       Author. Bo Liu.
      *Daily general ledger interface. Picks up every charge, credit
      *and award on bills.dat dated after the last day extracted and
      *up to the day keyed (yesterday by default), and every
      *payment, reversal, refund and write-off on payments.dat whose
      *sequence number is above the last one sent - a payment can be
      *keyed with an earlier date, so its date alone would let it
      *slip past. Each is mapped to a debit and a credit ledger
      *account through the account map on glaccts.dat - by type and
      *course code for bills, by type and payment method for
      *payments, falling back to the type's default entry - and
      *written as two journal lines, one each side. The lines build
      *up in a work file; only when every item has been mapped and
      *the debits equal the credits is the batch copied to the
      *journal file for the finance system and the last extracted
      *date and payment sequence moved on in glctl.dat. A refused
      *batch sends nothing and leaves both where they were, so the
      *next run picks the same items up again once the map is put
      *right - nothing is posted twice and nothing is skipped. The
      *control report lists any item that could not be mapped, the
      *debit and credit total for each account and for the batch,
      *and whether the batch was sent.

       Environment division.
       input-output section.
       file-control.
           select billfile assign to "C:\Cobol\bills.dat"
               organization is indexed
               access mode is sequential
               record key is billkey
               file status is BillFileStatus.
           select paymentfile assign to "C:\Cobol\payments.dat"
               organization is indexed
               access mode is sequential
               record key is paykey
               file status is PaymentFileStatus.
           select glacctfile assign to "C:\Cobol\glaccts.dat"
               organization is indexed
               access mode is random
               record key is glacctkey
               file status is GlAcctFileStatus.
           select workfile assign to "C:\Cobol\glwork.tmp"
               organization is line sequential
               file status is WorkFileStatus.
      *Each batch goes to its own journal file named for the day it
      *runs through, so a batch the finance system has not yet
      *collected is never overwritten by the next one.
           select journalfile assign to dynamic JournalFileName
               organization is line sequential
               file status is JournalFileStatus.
           select glctlfile assign to "C:\Cobol\glctl.dat"
               organization is line sequential
               file status is GlCtlFileStatus.
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select reportfile assign to dynamic ReportFileName
               organization is line sequential
               file status is ReportFileStatus.

       Data division.
       file section.
       FD billfile.
           COPY BILLS.

       FD paymentfile.
           COPY PAYMENTS.

       FD glacctfile.
           COPY GLACCTS.

       FD workfile.
       01 workrec               pic x(62).

       FD journalfile.
           COPY GLJRNL.

       FD glctlfile.
       01 glctlrec.
           05 GlCtlLastDate     pic 9(8).
           05 GlCtlRunDate      pic 9(8).
           05 GlCtlLines        pic 9(7).
           05 GlCtlLastPaySeq   pic 9(5).

       FD reportfile.
       01 reportline            pic x(70).

       Working-storage section.
       01 BillFileStatus        pic xx.
           88 BillStatusOK      value "00".
           88 BillStatusNotFnd  value "35".

       01 PaymentFileStatus     pic xx.
           88 PaymentStatusOK   value "00".
           88 PaymentStatusNotFnd value "35".

       01 GlAcctFileStatus      pic xx.
           88 GlAcctStatusOK    value "00".
           88 GlAcctStatusNotFnd value "35".

       01 WorkFileStatus        pic xx.
           88 WorkStatusOK      value "00".

       01 JournalFileStatus     pic xx.
           88 JournalStatusOK   value "00".

       01 GlCtlFileStatus       pic xx.
           88 GlCtlStatusOK     value "00".

       01 ReportFileStatus      pic xx.
           88 ReportStatusOK    value "00".

       01 JournalFileName       pic x(30).
       01 ReportFileName        pic x(30).

           COPY RPTAREA.

       01 OperatorId            pic x(8).

       01 EndOfBills            pic x value "N".
           88 AllBillsRead      value "Y".
       01 EndOfPayments         pic x value "N".
           88 AllPaymentsRead   value "Y".
       01 EndOfWork             pic x value "N".
           88 AllWorkRead       value "Y".

      *The extract window - after the last day sent and up to the
      *day keyed. The day is keyed into the x field and checked
      *before it goes anywhere near the window.
       01 WindowWork.
           05 LastExtractDate   pic 9(8).
           05 LastPaySeq        pic 9(5).
           05 HighPaySeq        pic 9(5).
           05 ThroughDate       pic 9(8).
           05 ThroughIn         pic x(8).
           05 ThroughInNum redefines ThroughIn pic 9(8).
           05 WindowStatus      pic x.
               88 WindowValid   value "Y".

      *What one transaction is looked up and journalled as.
       01 TxnWork.
           05 TxnType           pic x(6).
           05 TxnSelector       pic x(6).
           05 TxnDate           pic 9(8).
           05 TxnStudentId      pic 9(7).
           05 TxnTerm           pic x(6).
           05 TxnAmount         pic 9(8)v99.
           05 MapStatus         pic x.
               88 MapFound      value "Y".

       01 BatchWork.
           05 BillsRead         pic 9(7).
           05 PaymentsRead      pic 9(7).
           05 BillsTaken        pic 9(7).
           05 PaymentsTaken     pic 9(7).
           05 LinesWritten      pic 9(7).
           05 LinesSent         pic 9(7).
           05 UnmappedCount     pic 9(5).
           05 DebitTotal        pic 9(9)v99.
           05 CreditTotal       pic 9(9)v99.
           05 WorkTrouble       pic x.
               88 WorkFailed    value "Y".
           05 BatchStatus       pic x.
               88 BatchSent     value "S".
               88 BatchRefused  value "R".
               88 BatchEmpty    value "E".

      *Debits and credits per ledger account for the summary.
       01 AccountTableWork.
           05 GaCount           pic 9(3) value zero.
           05 GaEntry           occurs 200 times
                                indexed by GaIdx.
               10 GaAccount     pic x(10).
               10 GaDebit       pic 9(9)v99.
               10 GaCredit      pic 9(9)v99.

       01 RunDateYMD            pic 9(8).

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

       01 PrintLine             pic x(70).

       01 HeadingLine1.
           05 filler            pic x(20)
               value "GL Journal Extract  ".
           05 filler            pic x(6) value "After ".
           05 HeadLastDate      pic 9(8).
           05 filler            pic x(9) value " through ".
           05 HeadThroughDate   pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 UnmappedHeadLine      pic x(60)
           value "No account map  Type   Sel.   Student Term   Amount".

       01 UnmappedLine.
           05 filler            pic x(16) value "NOT MAPPED".
           05 UmType            pic x(6).
           05 filler            pic x value space.
           05 UmSelector        pic x(6).
           05 filler            pic x value space.
           05 UmStudentId       pic 9(7).
           05 filler            pic x value space.
           05 UmTerm            pic x(6).
           05 filler            pic x value space.
           05 UmAmount          pic zzz,zz9.99.

       01 AccountHeadLine       pic x(50)
           value "Account              Debits          Credits".

       01 AccountLine.
           05 AlAccount         pic x(10).
           05 filler            pic x(3) value space.
           05 AlDebit           pic zzz,zzz,zz9.99.
           05 filler            pic x(3) value space.
           05 AlCredit          pic zzz,zzz,zz9.99.

       01 BatchTotalLine.
           05 filler            pic x(13) value "Batch total".
           05 BtDebit           pic zzz,zzz,zz9.99.
           05 filler            pic x(3) value space.
           05 BtCredit          pic zzz,zzz,zz9.99.

       01 CountLine.
           05 filler            pic x(6) value "Bills ".
           05 ClBills           pic zzzzzz9.
           05 filler            pic x(11) value "  payments ".
           05 ClPayments        pic zzzzzz9.
           05 filler            pic x(16) value "  journal lines ".
           05 ClLines           pic zzzzzz9.

       01 UnmappedCountLine.
           05 filler            pic x(24)
               value "Items with no account  ".
           05 UcCount           pic zzzz9.

       01 SentLine.
           05 filler            pic x(22)
               value "BATCH SENT - journal ".
           05 SlJournalName     pic x(30).

       01 RefusedLine           pic x(70)
           value "BATCH REFUSED - nothing sent, extract date not moved".

       01 EmptyLine             pic x(70)
           value "Nothing to extract - extract date moved on".

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "GLExtract" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's totals.
           move "N" to EndOfBills
           move "N" to EndOfPayments
           move "N" to EndOfWork
           initialize BatchWork
           move zero to GaCount
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "GLExtract" to oprprogram
           set OprGetSession to true
           call "OperSession" using oprarea
           move oprid to OperatorId
           perform ReadGlCtlFile
           perform GetThroughDate
           if WindowValid
               open input glacctfile
               evaluate true
                   when GlAcctStatusOK
                       perform ProduceExtract
                       close glacctfile
                   when GlAcctStatusNotFnd
                       DISPLAY "glaccts.dat not found - set up the "
                           "account map before extracting."
                       set JournalError to true
                   when other
                       DISPLAY "glaccts.dat will not open - status "
                           GlAcctFileStatus
                       set JournalError to true
               end-evaluate
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           compute jrnlreads = BillsRead + PaymentsRead
           move LinesSent to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *The last day already sent - zero when no batch has ever been
      *sent, so the first run takes everything on file.
       ReadGlCtlFile.
           move zero to LastExtractDate
           move zero to LastPaySeq
           open input glctlfile
           if GlCtlStatusOK
               read glctlfile
                   at end continue
                   not at end
                       move GlCtlLastDate to LastExtractDate
                       move GlCtlLastPaySeq to LastPaySeq
               end-read
               close glctlfile
           end-if
           move LastPaySeq to HighPaySeq.

      *Yesterday by default. Today may not be keyed even at close of
      *business - a bill written later today carries today's date
      *and would fall behind the date saved in glctl.dat, never to
      *be sent. The window must run forward from the last day sent.
      *The day bounds the bills only.
       GetThroughDate.
           set WindowValid to true
           if LastExtractDate = zero
               DISPLAY "No batch sent before - everything on file up "
                   "to the day keyed is extracted."
           else
               DISPLAY "Last extracted through " LastExtractDate "."
           end-if
           DISPLAY "Enter extract through date (YYYYMMDD, blank = "
               "yesterday): " WITH NO ADVANCING
           ACCEPT ThroughIn
           if ThroughIn = spaces
               compute ThroughDate = function date-of-integer
                   (function integer-of-date (RunDateYMD) - 1)
           else
               if ThroughIn not numeric
                   DISPLAY "Invalid date - not numeric."
                   set WindowStatus to "N"
               else
                   move ThroughInNum to ThroughDate
               end-if
           end-if
           if WindowValid
               if ThroughDate not < RunDateYMD
                   DISPLAY "Invalid date - " ThroughDate
                       " is not before today. Only up to yesterday"
                       " can be extracted."
                   set WindowStatus to "N"
               else
                   if ThroughDate not > LastExtractDate
                       DISPLAY "Already extracted through "
                           LastExtractDate " - nothing to do."
                       set WindowStatus to "N"
                   end-if
               end-if
           end-if.

       ProduceExtract.
           move "glextrct" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to ReportFileName
           open output reportfile
           if not ReportStatusOK
               DISPLAY ReportFileName " will not open - status "
                   ReportFileStatus ". Nothing extracted."
               set JournalError to true
           else
               perform WriteHeading
               move UnmappedHeadLine to PrintLine
               perform WriteReportLine
               open output workfile
               if not WorkStatusOK
                   DISPLAY "glwork.tmp will not open - status "
                       WorkFileStatus ". Nothing extracted."
                   set WorkFailed to true
               else
                   perform ExtractBills
                   perform ExtractPayments
                   close workfile
               end-if
               perform JudgeBatch
               if BatchSent
                   perform SendBatch
               end-if
               if BatchSent or BatchEmpty
                   perform WriteGlCtlFile
               end-if
               perform WriteBatchSummary
               close reportfile
               DISPLAY "GL extract report on " ReportFileName
           end-if.

       ExtractBills.
           open input billfile
           evaluate true
               when BillStatusOK
                   perform ReadBill
                   perform until AllBillsRead
                       if billdate > LastExtractDate
                               and billdate not > ThroughDate
                           perform TakeBill
                       end-if
                       perform ReadBill
                   end-perform
                   close billfile
               when BillStatusNotFnd
                   DISPLAY "bills.dat not found - no bills extracted."
               when other
                   DISPLAY "bills.dat will not open - status "
                       BillFileStatus
                   set WorkFailed to true
           end-evaluate.

       ReadBill.
           read billfile
               at end set AllBillsRead to true
           end-read
           if not AllBillsRead
               if not BillStatusOK
                   DISPLAY "bills.dat record read error - status "
                       BillFileStatus
                   set AllBillsRead to true
                   set WorkFailed to true
               else
                   add 1 to BillsRead
               end-if
           end-if.

      *A bill written before bill types existed is a charge.
       TakeBill.
           add 1 to BillsTaken
           if BillIsCharge
               move "BILL" to TxnType
           else
               move billtype to TxnType
           end-if
           move billcoursecode to TxnSelector
           move billdate to TxnDate
           move billstudentid to TxnStudentId
           move billterm to TxnTerm
           move billamount to TxnAmount
           perform JournalTransaction.

       ExtractPayments.
           open input paymentfile
           evaluate true
               when PaymentStatusOK
                   perform ReadPayment
                   perform until AllPaymentsRead
                       if payseqno > LastPaySeq
                               or LastExtractDate = zero
                           perform TakePayment
                       end-if
                       perform ReadPayment
                   end-perform
                   close paymentfile
               when PaymentStatusNotFnd
                   DISPLAY "payments.dat not found - no payments "
                       "extracted."
               when other
                   DISPLAY "payments.dat will not open - status "
                       PaymentFileStatus
                   set WorkFailed to true
           end-evaluate.

       ReadPayment.
           read paymentfile
               at end set AllPaymentsRead to true
           end-read
           if not AllPaymentsRead
               if not PaymentStatusOK
                   DISPLAY "payments.dat record read error - status "
                       PaymentFileStatus
                   set AllPaymentsRead to true
                   set WorkFailed to true
               else
                   add 1 to PaymentsRead
               end-if
           end-if.

      *The first batch ever sent takes every payment on file,
      *including any written before sequence numbers existed. A
      *payment written before transaction types existed is a
      *payment. A write-off carries no method and so always takes
      *the type's * entry.
       TakePayment.
           add 1 to PaymentsTaken
           if payseqno > HighPaySeq
               move payseqno to HighPaySeq
           end-if
           if PayIsPayment
               move "PAYMNT" to TxnType
           else
               move paytype to TxnType
           end-if
           move paymethod to TxnSelector
           move paydate to TxnDate
           move paystudentid to TxnStudentId
           move payterm to TxnTerm
           move payamount to TxnAmount
           perform JournalTransaction.

      *The entry for the type and course or method first, then the
      *type's * entry. An item with neither is listed and holds the
      *whole batch back.
       JournalTransaction.
           move "N" to MapStatus
           if TxnSelector not = spaces
               move TxnType to gltxntype
               move TxnSelector to glselector
               read glacctfile
                   invalid key continue
                   not invalid key set MapFound to true
               end-read
           end-if
           if not MapFound
               move TxnType to gltxntype
               move "*" to glselector
               read glacctfile
                   invalid key continue
                   not invalid key set MapFound to true
               end-read
           end-if
           if MapFound
               set GljDebit to true
               move gldebitacct to gljaccount
               perform WriteWorkLine
               add TxnAmount to DebitTotal
               perform AddToAccountTotals
               set GljCredit to true
               move glcreditacct to gljaccount
               perform WriteWorkLine
               add TxnAmount to CreditTotal
               perform AddToAccountTotals
           else
               add 1 to UnmappedCount
               move TxnType to UmType
               move TxnSelector to UmSelector
               move TxnStudentId to UmStudentId
               move TxnTerm to UmTerm
               move TxnAmount to UmAmount
               move UnmappedLine to PrintLine
               perform WriteReportLine
           end-if.

       WriteWorkLine.
           move ThroughDate to gljbatchdate
           move TxnDate to gljtxndate
           move TxnAmount to gljamount
           move TxnType to gljtxntype
           move TxnStudentId to gljstudentid
           move TxnTerm to gljterm
           move TxnSelector to gljselector
           write workrec from gljrnlrec
           if WorkStatusOK
               add 1 to LinesWritten
           else
               DISPLAY "glwork.tmp write error - status "
                   WorkFileStatus
               set WorkFailed to true
           end-if.

      *The same pattern DemoStats uses - the slot past the last
      *account in use is where a new account goes.
       AddToAccountTotals.
           set GaIdx to 1
           search GaEntry
               at end
                   DISPLAY "Account table full - account "
                       gljaccount " not totalled."
               when GaIdx > GaCount
                   add 1 to GaCount
                   move gljaccount to GaAccount (GaIdx)
                   move zero to GaDebit (GaIdx)
                   move zero to GaCredit (GaIdx)
                   perform AddLineToAccount
               when GaAccount (GaIdx) = gljaccount
                   perform AddLineToAccount
           end-search.

       AddLineToAccount.
           if GljDebit
               add TxnAmount to GaDebit (GaIdx)
           else
               add TxnAmount to GaCredit (GaIdx)
           end-if.

      *A batch goes only when every item found an account, every
      *line reached the work file and the two sides agree.
       JudgeBatch.
           evaluate true
               when WorkFailed
                   set BatchRefused to true
               when UnmappedCount > zero
                   set BatchRefused to true
               when DebitTotal not = CreditTotal
                   set BatchRefused to true
               when LinesWritten = zero
                   set BatchEmpty to true
               when other
                   set BatchSent to true
           end-evaluate.

      *Copies the work file to the journal file line for line. A
      *short copy is refused like any other unbalanced batch.
       SendBatch.
           move spaces to JournalFileName
           string "C:\Cobol\glj" ThroughDate ".dat"
               delimited by size into JournalFileName
           open input workfile
           open output journalfile
           if not WorkStatusOK or not JournalStatusOK
               DISPLAY JournalFileName " not written - status "
                   JournalFileStatus " work " WorkFileStatus
               set BatchRefused to true
           else
               perform ReadWorkLine
               perform until AllWorkRead
                   write gljrnlrec from workrec
                   if JournalStatusOK
                       add 1 to LinesSent
                   else
                       DISPLAY JournalFileName " write error - status "
                           JournalFileStatus
                       set AllWorkRead to true
                   end-if
                   perform ReadWorkLine
               end-perform
               if LinesSent not = LinesWritten
                   DISPLAY "Journal copy short - " LinesSent " of "
                       LinesWritten " line(s) written."
                   set BatchRefused to true
               end-if
           end-if
           close workfile
           close journalfile.

       ReadWorkLine.
           if not AllWorkRead
               read workfile
                   at end set AllWorkRead to true
               end-read
           end-if.

       WriteGlCtlFile.
           open output glctlfile
           if GlCtlStatusOK
               move ThroughDate to GlCtlLastDate
               move RunDateYMD to GlCtlRunDate
               move LinesSent to GlCtlLines
               move HighPaySeq to GlCtlLastPaySeq
               write glctlrec
               if not GlCtlStatusOK
                   DISPLAY "Warning - glctl.dat not written - "
                       "status " GlCtlFileStatus
                   set JournalError to true
               end-if
               close glctlfile
           else
               DISPLAY "Warning - glctl.dat will not open - "
                   "status " GlCtlFileStatus
               set JournalError to true
           end-if.

       WriteBatchSummary.
           move spaces to PrintLine
           perform WriteReportLine
           move AccountHeadLine to PrintLine
           perform WriteReportLine
           perform WriteAccountLine
               varying GaIdx from 1 by 1 until GaIdx > GaCount
           move DebitTotal to BtDebit
           move CreditTotal to BtCredit
           move BatchTotalLine to PrintLine
           perform WriteReportLine
           move spaces to PrintLine
           perform WriteReportLine
           move BillsTaken to ClBills
           move PaymentsTaken to ClPayments
           move LinesWritten to ClLines
           move CountLine to PrintLine
           perform WriteReportLine
           move UnmappedCount to UcCount
           move UnmappedCountLine to PrintLine
           perform WriteReportLine
           evaluate true
               when BatchSent
                   move JournalFileName to SlJournalName
                   move SentLine to PrintLine
                   DISPLAY "Batch sent - " LinesSent " line(s) on "
                       JournalFileName
               when BatchEmpty
                   move EmptyLine to PrintLine
                   DISPLAY "Nothing to extract through " ThroughDate
                       "."
               when other
                   move RefusedLine to PrintLine
                   DISPLAY "BATCH REFUSED - " UnmappedCount
                       " item(s) not mapped, debits " DebitTotal
                       " credits " CreditTotal
                   set JournalError to true
           end-evaluate
           perform WriteReportLine.

       WriteAccountLine.
           move GaAccount (GaIdx) to AlAccount
           move GaDebit (GaIdx) to AlDebit
           move GaCredit (GaIdx) to AlCredit
           move AccountLine to PrintLine
           perform WriteReportLine.

       WriteReportLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write reportline from PrintLine
           perform CheckReportWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move LastExtractDate to HeadLastDate
           move ThroughDate to HeadThroughDate
           move PageNumber to HeadPageNumber
           write reportline from HeadingLine1
           perform CheckReportWriteStatus
           move 1 to LineCount.

      *Called after every WRITE. A lost report line is a warning,
      *not a reason to stop the run.
       CheckReportWriteStatus.
           if not ReportStatusOK
               DISPLAY ReportFileName " write error - status "
                   ReportFileStatus
           end-if.

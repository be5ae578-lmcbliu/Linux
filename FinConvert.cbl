       identification division.
       program-id. FinConvert.
       Author. Bo Liu.
      *One-off conversion of bills.dat and payments.dat from line
      *sequential to indexed files keyed on StudentId, term and
      *sequence number. Each file is first copied as it stands to a
      *.cnv file, which is kept; the indexed file is then loaded
      *from that copy in the new record layout, and read back to
      *prove its record count, amount total and StudentId hash total
      *match the copy's before the file counts as converted and its
      *sequence is set on seqctl.dat for NextSeq to carry on from.
      *Bills are numbered in the order they stood on the file. A
      *payment keeps its sequence number; one written before the
      *numbers existed, or one repeating a number an earlier payment
      *on the file already holds, is numbered on from the highest,
      *and GLExtract's mark is moved past those so the general
      *ledger is not sent them twice. A file already on seqctl.dat
      *is left alone, and a run stopped part way starts again from
      *the .cnv copy. A file already keyed and holding records is
      *never loaded over, even with no seqctl.dat entry - it may
      *hold everything posted since it was converted. Run with R
      *instead, the program rebuilds a lost or short seqctl.dat
      *entry from the highest number on each keyed file and touches
      *nothing else. A proof that does not agree leaves the file
      *unconverted for the copy to be put back. A proof report goes
      *with the run.

       Environment division.
       input-output section.
       file-control.
      *The two files as they stood, their kept copies, and the two
      *files as they are loaded - the same names in a new
      *organisation.
           select oldbillfile assign to "C:\Cobol\bills.dat"
               organization is line sequential
               file status is OldBillStatus.
           select billcopyfile assign to "C:\Cobol\bills.cnv"
               organization is line sequential
               file status is BillCopyStatus.
           select billfile assign to "C:\Cobol\bills.dat"
               organization is indexed
               access mode is sequential
               record key is billkey
               file status is BillFileStatus.
           select oldpayfile assign to "C:\Cobol\payments.dat"
               organization is line sequential
               file status is OldPayStatus.
           select paycopyfile assign to "C:\Cobol\payments.cnv"
               organization is line sequential
               file status is PayCopyStatus.
           select paymentfile assign to "C:\Cobol\payments.dat"
               organization is indexed
               access mode is dynamic
               record key is paykey
               file status is PaymentFileStatus.
      *GLExtract's control record - its mark of the last payment
      *sent to the general ledger.
           select glctlfile assign to "C:\Cobol\glctl.dat"
               organization is line sequential
               file status is GlCtlFileStatus.
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select prooffile assign to dynamic ProofFileName
               organization is line sequential
               file status is ProofFileStatus.

       Data division.
       file section.
      *The line sequential bill layout the file is converted from.
       FD oldbillfile.
       01 oldbillrec.
           05 obstudentid       pic 9(7).
           05 obcoursecode      pic x(4).
           05 obdate            pic 9(8).
           05 obcredithours     pic 9(2).
           05 obrate            pic 9(3)v99.
           05 obamount          pic 9(6)v99.
           05 obterm            pic x(6).
           05 obtype            pic x(6).
           05 obawardcode       pic x(6).

       FD billcopyfile.
       01 billcopyrec           pic x(52).

       FD billfile.
           COPY BILLS.

      *The line sequential payment layout the file is converted from.
       FD oldpayfile.
       01 oldpayrec.
           05 opstudentid       pic 9(7).
           05 opdate            pic 9(8).
           05 opamount          pic 9(6)v99.
           05 opmethod          pic x(6).
           05 opterm            pic x(6).
           05 optype            pic x(6).
           05 opseqno           pic x(5).
           05 opseqnonum redefines opseqno pic 9(5).
           05 oprefseq          pic x(5).
           05 oprefseqnum redefines oprefseq pic 9(5).

       FD paycopyfile.
       01 paycopyrec            pic x(51).

       FD paymentfile.
           COPY PAYMENTS.

       FD glctlfile.
       01 glctlrec.
           05 GlCtlLastDate     pic 9(8).
           05 GlCtlRunDate      pic 9(8).
           05 GlCtlLines        pic 9(7).
           05 GlCtlLastPaySeq   pic 9(5).

       FD prooffile.
       01 proofline             pic x(70).

       Working-storage section.
       01 OldBillStatus         pic xx.
           88 OldBillStatusOK   value "00".
           88 OldBillStatusNotFnd value "35".

       01 BillCopyStatus        pic xx.
           88 BillCopyStatusOK  value "00".
           88 BillCopyStatusNotFnd value "35".

       01 BillFileStatus        pic xx.
           88 BillStatusOK      value "00".

       01 OldPayStatus          pic xx.
           88 OldPayStatusOK    value "00".
           88 OldPayStatusNotFnd value "35".

       01 PayCopyStatus         pic xx.
           88 PayCopyStatusOK   value "00".
           88 PayCopyStatusNotFnd value "35".

       01 PaymentFileStatus     pic xx.
           88 PaymentStatusOK   value "00".

       01 GlCtlFileStatus       pic xx.
           88 GlCtlStatusOK     value "00".

       01 ProofFileStatus       pic xx.
           88 ProofStatusOK     value "00".

       01 ProofFileName         pic x(30).

       01 RunMode               pic x.
           88 ConvertMode       value "C" "c".
           88 RebuildMode       value "R" "r".

           COPY RPTAREA.
           COPY SEQAREA.

       01 EndFlags.
           05 EndOfOld          pic x value "N".
               88 AllOldRead    value "Y".
           05 EndOfCopy         pic x value "N".
               88 AllCopyRead   value "Y".
           05 EndOfNew          pic x value "N".
               88 AllNewRead    value "Y".
           05 FileTrouble       pic x value "N".
               88 ConvertFailed value "Y".
           05 KeyedFileFlag     pic x value "N".
               88 KeyedFileHolds value "Y".
           05 NumberFlag        pic x value "N".
               88 NoNumberLeft  value "Y".

      *The figures proved for the file in hand - counted off the
      *kept copy as it is loaded, and off the indexed file as it is
      *read back.
       01 ProofFigures.
           05 CopiedCount       pic 9(7).
           05 BeforeCount       pic 9(7).
           05 BeforeAmount      pic 9(11)v99.
           05 BeforeHash        pic 9(12).
           05 AfterCount        pic 9(7).
           05 AfterAmount       pic 9(11)v99.
           05 AfterHash         pic 9(12).
           05 HighSeqNo         pic 9(7).
           05 NumberedHigh      pic 9(7).
           05 RenumberedCount   pic 9(7).
           05 NotLoadedCount    pic 9(7).

      *Which payment numbers are already on the loaded file, by the
      *number itself, so a number the old file held twice - under
      *another student or term - is given to the first payment
      *holding it and the later ones are numbered on.
       01 PaySeqTakenTable.
           05 PaySeqTaken       pic x occurs 99999 times.

       01 ConvertTallies.
           05 RecordsRead       pic 9(7) value zero.
           05 RecordsLoaded     pic 9(7) value zero.

       01 RunDateYMD            pic 9(8).

       01 HeadingLine1.
           05 filler            pic x(36)
               value "Bills and Payments Conversion Proof ".
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).

       01 FileLine.
           05 FlFileName        pic x(12).
           05 FlNote            pic x(58).

       01 FigureLine.
           05 filler            pic x(2) value space.
           05 PlLabel           pic x(7).
           05 filler            pic x(8) value "records ".
           05 PlCount           pic zzzzzz9.
           05 filler            pic x(9) value "  amount ".
           05 PlAmount          pic zz,zzz,zzz,zz9.99.
           05 filler            pic x(7) value "  hash ".
           05 PlHash            pic 9(12).

       01 CountLine.
           05 filler            pic x(2) value space.
           05 ClLabel           pic x(30).
           05 ClCount           pic zzzzzz9.

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "FinConvert" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or a rerun from the menu
      *    reports the first run's figures on top of its own.
           initialize ConvertTallies
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           move "finconv" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to ProofFileName
           open output prooffile
           if not ProofStatusOK
               DISPLAY ProofFileName " will not open - status "
                   ProofFileStatus ". Nothing converted."
               set JournalError to true
           else
               move RunDateYMD to HeadRunDate
               write proofline from HeadingLine1
               perform CheckProofWriteStatus
               DISPLAY "C - Convert bills.dat and payments.dat"
               DISPLAY "R - Rebuild their seqctl.dat entries from the"
                   " files"
               DISPLAY "Select a mode: " WITH NO ADVANCING
               ACCEPT RunMode
               evaluate true
                   when ConvertMode
                       perform ConvertBills
                       perform ConvertPayments
                   when RebuildMode
                       perform RebuildBillEntry
                       perform RebuildPaymentEntry
                   when other
                       DISPLAY "Unrecognised mode - nothing done."
               end-evaluate
               close prooffile
               DISPLAY "Conversion proof on " ProofFileName
           end-if
           set JournalEnd to true
           move RecordsRead to jrnlreads
           move RecordsLoaded to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *----------------------------------------------------------
      *bills.dat
      *----------------------------------------------------------
       ConvertBills.
           initialize ProofFigures
           move "N" to FileTrouble
           move spaces to proofline
           write proofline
           perform CheckProofWriteStatus
           move "bills.dat" to FlFileName
           set SeqGetLast to true
           move "bills" to seqfilename
           call "NextSeq" using seqarea
           if SeqNumberGiven
               move "already converted - left as it is." to FlNote
               perform WriteFileLine
           else
               perform CheckKeyedBills
               if KeyedFileHolds
                   perform RefuseReload
               else
                   perform ConvertBillFile
               end-if
           end-if.

       ConvertBillFile.
           perform KeepBillCopy
           if not ConvertFailed
               perform LoadBills
           end-if
           if not ConvertFailed
               perform ReadBackBills
           end-if
           perform ProveFile
           if not ConvertFailed
               set SeqSetLast to true
               move "bills" to seqfilename
               move HighSeqNo to seqnumber
               call "NextSeq" using seqarea
           end-if.

      *bills.dat that opens as a keyed file and has a record on it
      *has been converted - only its seqctl.dat entry is missing.
       CheckKeyedBills.
           move "N" to KeyedFileFlag
           open input billfile
           if BillStatusOK
               read billfile next record
                   at end continue
               end-read
               if BillStatusOK
                   set KeyedFileHolds to true
               end-if
               close billfile
           end-if.

      *A copy already there is from a run stopped part way - it is
      *the file as it stood, so the copy is loaded from again rather
      *than taken afresh.
       KeepBillCopy.
           open input billcopyfile
           evaluate true
               when BillCopyStatusOK
                   close billcopyfile
                   move "loaded again from the kept bills.cnv."
                       to FlNote
                   perform WriteFileLine
               when BillCopyStatusNotFnd
                   perform CopyOldBills
               when other
                   DISPLAY "bills.cnv will not open - status "
                       BillCopyStatus
                   set ConvertFailed to true
           end-evaluate.

      *No bills.dat yet leaves an empty copy, and an empty indexed
      *file is loaded from it.
       CopyOldBills.
           open output billcopyfile
           if not BillCopyStatusOK
               DISPLAY "bills.cnv will not open - status "
                   BillCopyStatus ". bills.dat not converted."
               set ConvertFailed to true
           else
               open input oldbillfile
               evaluate true
                   when OldBillStatusOK
                       move "N" to EndOfOld
                       perform ReadOldBill
                       perform until AllOldRead
                           write billcopyrec from oldbillrec
                           if not BillCopyStatusOK
                               DISPLAY "bills.cnv write error - "
                                   "status " BillCopyStatus
                               set ConvertFailed to true
                           end-if
                           add 1 to CopiedCount
                           perform ReadOldBill
                       end-perform
                       close oldbillfile
                   when OldBillStatusNotFnd
                       move "not found - created empty." to FlNote
                       perform WriteFileLine
                   when other
                       DISPLAY "bills.dat will not open - status "
                           OldBillStatus
                       set ConvertFailed to true
               end-evaluate
               close billcopyfile
           end-if.

       ReadOldBill.
           read oldbillfile
               at end set AllOldRead to true
           end-read
           if not AllOldRead and not OldBillStatusOK
               DISPLAY "bills.dat record read error - status "
                   OldBillStatus
               set AllOldRead to true
               set ConvertFailed to true
           end-if.

      *Opening the indexed file for output replaces the line
      *sequential one under the same name - the copy holds it now.
       LoadBills.
           open input billcopyfile
           if not BillCopyStatusOK
               DISPLAY "bills.cnv will not open - status "
                   BillCopyStatus
               set ConvertFailed to true
           else
               open output billfile
               if not BillStatusOK
                   DISPLAY "bills.dat will not open for loading - "
                       "status " BillFileStatus
                   set ConvertFailed to true
               else
                   move "N" to EndOfCopy
                   perform ReadBillCopy
                   perform until AllCopyRead
                       perform LoadOneBill
                       perform ReadBillCopy
                   end-perform
                   close billfile
               end-if
               close billcopyfile
           end-if.

       ReadBillCopy.
           read billcopyfile into oldbillrec
               at end set AllCopyRead to true
           end-read
           if not AllCopyRead
               if not BillCopyStatusOK
                   DISPLAY "bills.cnv record read error - status "
                       BillCopyStatus
                   set AllCopyRead to true
                   set ConvertFailed to true
               else
                   add 1 to BeforeCount
                   add 1 to RecordsRead
                   add obamount to BeforeAmount
                   add obstudentid to BeforeHash
               end-if
           end-if.

       LoadOneBill.
           add 1 to HighSeqNo
           move obstudentid to billstudentid
           move obterm to billterm
           move HighSeqNo to billseqno
           move obcoursecode to billcoursecode
           move obdate to billdate
           move obcredithours to billcredithours
           move obrate to billrate
           move obamount to billamount
           move obtype to billtype
           move obawardcode to billawardcode
           write billrec
           if BillStatusOK
               add 1 to RecordsLoaded
           else
               add 1 to NotLoadedCount
               DISPLAY "bills.dat write error - status "
                   BillFileStatus ". Bill for student " obstudentid
                   " not loaded."
           end-if.

       ReadBackBills.
           open input billfile
           if not BillStatusOK
               DISPLAY "bills.dat will not open to prove - status "
                   BillFileStatus
               set ConvertFailed to true
           else
               move "N" to EndOfNew
               perform ReadNewBill
               perform until AllNewRead
                   add 1 to AfterCount
                   add billamount to AfterAmount
                   add billstudentid to AfterHash
                   perform ReadNewBill
               end-perform
               close billfile
           end-if.

       ReadNewBill.
           read billfile next record
               at end set AllNewRead to true
           end-read
           if not AllNewRead and not BillStatusOK
               DISPLAY "bills.dat record read error - status "
                   BillFileStatus
               set AllNewRead to true
               set ConvertFailed to true
           end-if.

      *----------------------------------------------------------
      *payments.dat
      *----------------------------------------------------------
       ConvertPayments.
           initialize ProofFigures
           move "N" to FileTrouble
           move spaces to proofline
           write proofline
           perform CheckProofWriteStatus
           move all "N" to PaySeqTakenTable
           move "payments.dat" to FlFileName
           set SeqGetLast to true
           move "payments" to seqfilename
           call "NextSeq" using seqarea
           if SeqNumberGiven
               move "already converted - left as it is." to FlNote
               perform WriteFileLine
           else
               perform CheckKeyedPayments
               if KeyedFileHolds
                   perform RefuseReload
               else
                   perform ConvertPaymentFile
               end-if
           end-if.

       ConvertPaymentFile.
           perform KeepPaymentCopy
           if not ConvertFailed
               perform FindHighPaySeq
               move HighSeqNo to NumberedHigh
           end-if
           if not ConvertFailed
               perform LoadPayments
           end-if
           if not ConvertFailed
               perform ReadBackPayments
           end-if
           perform ProveFile
           if not ConvertFailed
               set SeqSetLast to true
               move "payments" to seqfilename
               move HighSeqNo to seqnumber
               call "NextSeq" using seqarea
               if RenumberedCount > zero
                   perform KeepGlMarkPast
               end-if
           end-if.

       CheckKeyedPayments.
           move "N" to KeyedFileFlag
           open input paymentfile
           if PaymentStatusOK
               read paymentfile next record
                   at end continue
               end-read
               if PaymentStatusOK
                   set KeyedFileHolds to true
               end-if
               close paymentfile
           end-if.

      *Loading the kept copy over a converted file would lose every
      *record posted since, and the proof against that same copy
      *would still agree - so the operator is sent to rebuild the
      *control entry, or to put the copy back by hand if an earlier
      *run really did stop part way through loading.
       RefuseReload.
           DISPLAY FlFileName " already keyed - not loaded again. "
               "See the report."
           move "already keyed and holds records, but seqctl.dat"
               to FlNote
           perform WriteFileLine
           move spaces to FlFileName
           move "has no entry - NOT loaded again. Rebuild the entry"
               to FlNote
           perform WriteFileLine
           move "with mode R. Only if an earlier conversion stopped"
               to FlNote
           perform WriteFileLine
           move "part way, put the .cnv copy back and run again."
               to FlNote
           perform WriteFileLine
           set JournalError to true.

       KeepPaymentCopy.
           open input paycopyfile
           evaluate true
               when PayCopyStatusOK
                   close paycopyfile
                   move "loaded again from the kept payments.cnv."
                       to FlNote
                   perform WriteFileLine
               when PayCopyStatusNotFnd
                   perform CopyOldPayments
               when other
                   DISPLAY "payments.cnv will not open - status "
                       PayCopyStatus
                   set ConvertFailed to true
           end-evaluate.

       CopyOldPayments.
           open output paycopyfile
           if not PayCopyStatusOK
               DISPLAY "payments.cnv will not open - status "
                   PayCopyStatus ". payments.dat not converted."
               set ConvertFailed to true
           else
               open input oldpayfile
               evaluate true
                   when OldPayStatusOK
                       move "N" to EndOfOld
                       perform ReadOldPayment
                       perform until AllOldRead
                           write paycopyrec from oldpayrec
                           if not PayCopyStatusOK
                               DISPLAY "payments.cnv write error - "
                                   "status " PayCopyStatus
                               set ConvertFailed to true
                           end-if
                           add 1 to CopiedCount
                           perform ReadOldPayment
                       end-perform
                       close oldpayfile
                   when OldPayStatusNotFnd
                       move "not found - created empty." to FlNote
                       perform WriteFileLine
                   when other
                       DISPLAY "payments.dat will not open - status "
                           OldPayStatus
                       set ConvertFailed to true
               end-evaluate
               close paycopyfile
           end-if.

       ReadOldPayment.
           read oldpayfile
               at end set AllOldRead to true
           end-read
           if not AllOldRead and not OldPayStatusOK
               DISPLAY "payments.dat record read error - status "
                   OldPayStatus
               set AllOldRead to true
               set ConvertFailed to true
           end-if.

      *New numbers for the unnumbered go on from the highest already
      *given, so no payment anything refers to changes its number.
       FindHighPaySeq.
           open input paycopyfile
           if not PayCopyStatusOK
               DISPLAY "payments.cnv will not open - status "
                   PayCopyStatus
               set ConvertFailed to true
           else
               move "N" to EndOfCopy
               perform ReadPayCopyOnly
               perform until AllCopyRead
                   if opseqno numeric
                       if opseqnonum > HighSeqNo
                           move opseqnonum to HighSeqNo
                       end-if
                   end-if
                   perform ReadPayCopyOnly
               end-perform
               close paycopyfile
           end-if.

       ReadPayCopyOnly.
           read paycopyfile into oldpayrec
               at end set AllCopyRead to true
           end-read
           if not AllCopyRead and not PayCopyStatusOK
               DISPLAY "payments.cnv record read error - status "
                   PayCopyStatus
               set AllCopyRead to true
               set ConvertFailed to true
           end-if.

       LoadPayments.
           open input paycopyfile
           if not PayCopyStatusOK
               DISPLAY "payments.cnv will not open - status "
                   PayCopyStatus
               set ConvertFailed to true
           else
               open output paymentfile
               if not PaymentStatusOK
                   DISPLAY "payments.dat will not open for loading - "
                       "status " PaymentFileStatus
                   set ConvertFailed to true
               else
                   move "N" to EndOfCopy
                   perform ReadPayCopy
                   perform until AllCopyRead
                       perform LoadOnePayment
                       perform ReadPayCopy
                   end-perform
                   close paymentfile
               end-if
               close paycopyfile
           end-if.

       ReadPayCopy.
           perform ReadPayCopyOnly
           if not AllCopyRead
               add 1 to BeforeCount
               add 1 to RecordsRead
               add opamount to BeforeAmount
               add opstudentid to BeforeHash
           end-if.

      *A blank reference is a payment, which references nothing.
      *Numbers go out to the first payment in file order holding
      *them, the order they were written in.
       LoadOnePayment.
           move "N" to NumberFlag
           move opstudentid to paystudentid
           move opterm to payterm
           if opseqno numeric and opseqnonum > zero
               if PaySeqTaken (opseqnonum) = "Y"
                   perform GiveNewPaySeq
               else
                   move opseqnonum to payseqno
                   move "Y" to PaySeqTaken (opseqnonum)
               end-if
           else
               perform GiveNewPaySeq
           end-if
           move opdate to paydate
           move opamount to payamount
           move opmethod to paymethod
           move optype to paytype
           if oprefseq numeric
               move oprefseqnum to payrefseq
           else
               move zero to payrefseq
           end-if
           if NoNumberLeft
               add 1 to NotLoadedCount
               DISPLAY "No payment number left up to 99999. Payment "
                   "for student " opstudentid " not loaded."
           else
               perform WriteLoadedPayment
           end-if.

       WriteLoadedPayment.
           write payrec
           if PaymentStatusOK
               add 1 to RecordsLoaded
           else
               add 1 to NotLoadedCount
               DISPLAY "payments.dat write error - status "
                   PaymentFileStatus ". Payment for student "
                   opstudentid " not loaded."
           end-if.

      *payseqno holds five digits, so numbering stops at 99999.
       GiveNewPaySeq.
           if HighSeqNo < 99999
               add 1 to HighSeqNo
               move HighSeqNo to payseqno
               add 1 to RenumberedCount
           else
               set NoNumberLeft to true
           end-if.

       ReadBackPayments.
           open input paymentfile
           if not PaymentStatusOK
               DISPLAY "payments.dat will not open to prove - status "
                   PaymentFileStatus
               set ConvertFailed to true
           else
               move "N" to EndOfNew
               perform ReadNewPayment
               perform until AllNewRead
                   add 1 to AfterCount
                   add payamount to AfterAmount
                   add paystudentid to AfterHash
                   perform ReadNewPayment
               end-perform
               close paymentfile
           end-if.

       ReadNewPayment.
           read paymentfile next record
               at end set AllNewRead to true
           end-read
           if not AllNewRead and not PaymentStatusOK
               DISPLAY "payments.dat record read error - status "
                   PaymentFileStatus
               set AllNewRead to true
               set ConvertFailed to true
           end-if.

      *----------------------------------------------------------
      *Rebuilding the seqctl.dat entries
      *----------------------------------------------------------
      *The entry is set to the highest number on the keyed file when
      *it is missing or below it, and left as it is when it already
      *covers the file. Neither file is written to.
       RebuildBillEntry.
           initialize ProofFigures
           move "N" to FileTrouble
           move spaces to proofline
           write proofline
           perform CheckProofWriteStatus
           move "bills.dat" to FlFileName
           open input billfile
           if not BillStatusOK
               move "will not open as a keyed file - convert it first."
                   to FlNote
               perform WriteFileLine
               DISPLAY "bills.dat will not open as a keyed file - "
                   "status " BillFileStatus
               set JournalError to true
           else
               move "N" to EndOfNew
               perform ReadNewBill
               perform until AllNewRead
                   add 1 to AfterCount
                   add 1 to RecordsRead
                   if billseqno > HighSeqNo
                       move billseqno to HighSeqNo
                   end-if
                   perform ReadNewBill
               end-perform
               close billfile
               move "bills" to seqfilename
               perform RebuildOneEntry
           end-if.

       RebuildPaymentEntry.
           initialize ProofFigures
           move "N" to FileTrouble
           move spaces to proofline
           write proofline
           perform CheckProofWriteStatus
           move "payments.dat" to FlFileName
           open input paymentfile
           if not PaymentStatusOK
               move "will not open as a keyed file - convert it first."
                   to FlNote
               perform WriteFileLine
               DISPLAY "payments.dat will not open as a keyed file - "
                   "status " PaymentFileStatus
               set JournalError to true
           else
               move "N" to EndOfNew
               perform ReadNewPayment
               perform until AllNewRead
                   add 1 to AfterCount
                   add 1 to RecordsRead
                   if payseqno > HighSeqNo
                       move payseqno to HighSeqNo
                   end-if
                   perform ReadNewPayment
               end-perform
               close paymentfile
               move "payments" to seqfilename
               perform RebuildOneEntry
           end-if.

      *seqfilename names the entry, HighSeqNo the file's highest.
       RebuildOneEntry.
           move "Records on the keyed file" to ClLabel
           move AfterCount to ClCount
           write proofline from CountLine
           perform CheckProofWriteStatus
           move "Highest number on the file" to ClLabel
           move HighSeqNo to ClCount
           write proofline from CountLine
           perform CheckProofWriteStatus
           if ConvertFailed
               move "read error - seqctl.dat entry NOT rebuilt."
                   to FlNote
               perform WriteFileLine
               set JournalError to true
           else
               set SeqGetLast to true
               call "NextSeq" using seqarea
               if SeqNumberGiven and seqnumber not < HighSeqNo
                   move "seqctl.dat entry already covers the file."
                       to FlNote
                   perform WriteFileLine
               else
                   perform SetRebuiltEntry
               end-if
           end-if.

       SetRebuiltEntry.
           set SeqSetLast to true
           move HighSeqNo to seqnumber
           call "NextSeq" using seqarea
           if SeqNumberGiven
               move "seqctl.dat entry rebuilt from the highest number."
                   to FlNote
               add 1 to RecordsLoaded
           else
               move "seqctl.dat entry NOT rebuilt - see the display."
                   to FlNote
               set JournalError to true
           end-if
           perform WriteFileLine
           DISPLAY FlFileName " " FlNote.

      *----------------------------------------------------------
      *The proof, the same for both files.
      *----------------------------------------------------------
      *Before and after must agree on all three figures, and a copy
      *taken this run must hold every record the file did.
       ProveFile.
           move "Before" to PlLabel
           move BeforeCount to PlCount
           move BeforeAmount to PlAmount
           move BeforeHash to PlHash
           write proofline from FigureLine
           perform CheckProofWriteStatus
           move "After" to PlLabel
           move AfterCount to PlCount
           move AfterAmount to PlAmount
           move AfterHash to PlHash
           write proofline from FigureLine
           perform CheckProofWriteStatus
           if RenumberedCount > zero
               move "Numbered on from the highest" to ClLabel
               move RenumberedCount to ClCount
               write proofline from CountLine
               perform CheckProofWriteStatus
           end-if
           if NotLoadedCount > zero
               move "Not loaded" to ClLabel
               move NotLoadedCount to ClCount
               write proofline from CountLine
               perform CheckProofWriteStatus
           end-if
           if CopiedCount > zero and CopiedCount not = BeforeCount
               set ConvertFailed to true
           end-if
           if BeforeCount not = AfterCount
                   or BeforeAmount not = AfterAmount
                   or BeforeHash not = AfterHash
               set ConvertFailed to true
           end-if
           if ConvertFailed
               move "DOES NOT AGREE - not converted; put the .cnv copy"
                   to FlNote
               perform WriteFileLine
               move spaces to FlFileName
               move "back as the file before anything else runs."
                   to FlNote
               perform WriteFileLine
               set JournalError to true
           else
               move "counts and totals agree - converted." to FlNote
               perform WriteFileLine
           end-if
           DISPLAY FlFileName " " BeforeCount " record(s) before, "
               AfterCount " after".

      *Payments written before sequence numbers existed went to the
      *general ledger in GLExtract's first batch, so numbered on from
      *the highest here they must not look unsent to it. Its mark is
      *moved past them when every numbered payment has already gone;
      *with numbered payments still to send it cannot be, and the
      *report says so for the GL office to hold the repeats back.
       KeepGlMarkPast.
           open input glctlfile
           if GlCtlStatusOK
               read glctlfile
                   at end move zero to GlCtlLastDate
               end-read
               close glctlfile
               if GlCtlLastDate not = zero
                   if GlCtlLastPaySeq not < NumberedHigh
                       perform MoveGlMark
                   else
                       move spaces to FlFileName
                       move "GL has numbered payments still to send, so"
                           to FlNote
                       perform WriteFileLine
                       move "those numbered on will go to it again -"
                           to FlNote
                       perform WriteFileLine
                       move "they went in its first batch."
                           to FlNote
                       perform WriteFileLine
                       set JournalError to true
                   end-if
               end-if
           end-if.

       MoveGlMark.
           move HighSeqNo to GlCtlLastPaySeq
           open output glctlfile
           if GlCtlStatusOK
               write glctlrec
               close glctlfile
           end-if
           move spaces to FlFileName
           if GlCtlStatusOK
               move "GL mark moved past the payments numbered on."
                   to FlNote
           else
               move "GL mark NOT moved - glctl.dat not written."
                   to FlNote
               set JournalError to true
           end-if
           perform WriteFileLine.

       WriteFileLine.
           write proofline from FileLine
           perform CheckProofWriteStatus.

      *Called after every WRITE. A lost report line is a warning,
      *not a reason to stop the conversion.
       CheckProofWriteStatus.
           if not ProofStatusOK
               DISPLAY ProofFileName " write error - status "
                   ProofFileStatus
           end-if.

       identification division.
       program-id. SuspMaint.
       Author. Bo Liu.
      *Bursar's screen for the bank suspense file. Lists every item
      *still open - transfers the remittance import could not match
      *to a student, or that were more than the student's open
      *balance - and lets the bursar deal with one at a time. Assign
      *writes the transfer to payments.dat as a BANK payment for the
      *student and term keyed, with the next sequence number and the
      *date the bank received it, audited BNKPAY, and closes the item
      *with that sequence number. Refund closes the item as returned
      *to the payer by the method keyed; the money never reached a
      *student's account, so nothing goes to payments.dat. Both close
      *the item with an audit entry holding its before and after
      *images (SUSASG, SUSREF). A closed item cannot be reopened.

       Environment division.
       input-output section.
       file-control.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is random
               record key is studentid
               file status is StudentFileStatus.
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
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD studentfile.
           COPY STUDENT.

       FD paymentfile.
           COPY PAYMENTS.

       FD suspensefile.
           COPY SUSPENSE.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 StatusNotFound    value "35".

       01 PaymentFileStatus     pic xx.
           88 PaymentStatusOK   value "00".
           88 PaymentStatusNotFnd value "35".

       01 SuspenseFileStatus    pic xx.
           88 SuspenseStatusOK  value "00".
           88 SuspenseStatusNotFnd value "35".

       01 AuditFileStatus       pic xx.
           88 AuditStatusOK     value "00".
           88 AuditStatusNotFound value "35".

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

      *Set by the assign and refund paths before the shared audit
      *write, so one paragraph serves both.
       01 AuditImages.
           05 AuditAction       pic x(6).
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

       01 SuspWork.
           05 WantedSusNo       pic 9(6).
           05 MaintChoice       pic x.
               88 AssignWanted  value "A" "a".
               88 RefundWanted  value "R" "r".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 EndOfSuspense     pic x.
               88 AllSuspenseRead value "Y".
           05 OpenCount         pic 9(5).
           05 OpenTotal         pic 9(9)v99.
           05 TodayYMD          pic 9(8).

      *Student, term and refund method are keyed into these and
      *checked before they go anywhere near the records.
       01 SuspEntryWork.
           05 StudentIn         pic x(7).
           05 StudentInNum redefines StudentIn pic 9(7).
           05 TermIn            pic x(6).
           05 MethodIn          pic x(6).
               88 ValidRefundMethod value "CHEQUE" "BANK".

       01 ItemLine.
           05 IlSusNo           pic zzzzz9.
           05 filler            pic x value space.
           05 IlValueDate       pic 9(8).
           05 filler            pic x value space.
           05 IlAmount          pic zzz,zz9.99.
           05 filler            pic x value space.
           05 IlReference       pic x(18).
           05 filler            pic x value space.
           05 IlReason          pic x(9).
           05 filler            pic x value space.
           05 IlStudentId       pic x(7).
           05 filler            pic x value space.
           05 IlTerm            pic x(6).

       01 OpenTotalLine.
           05 filler            pic x(11) value "Open items ".
           05 OtCount           pic zzzz9.
           05 filler            pic x(7) value " total ".
           05 OtTotal           pic zzz,zzz,zz9.99.

      *The term a blank entry lands in - derived once at run start.
       01 DefaultTerm           pic x(6).

      *Run-journal tallies - items called up and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.
           COPY SEQAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "SuspMaint" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
           ACCEPT TodayYMD FROM DATE YYYYMMDD
           call "CurrentTerm" using DefaultTerm
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "SuspMaint" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           open input studentfile
           perform CheckStudentOpenStatus
           if StatusOK
               perform OpenSuspenseFile
               if SuspenseStatusOK
                   perform OpenAuditFile
                   perform ListOpenItems
                   perform GetSuspenseNo
                   perform until WantedSusNo = zero
                       add 1 to ReadTally
                       perform MaintainOneItem
                       perform ListOpenItems
                       perform GetSuspenseNo
                   end-perform
                   close suspensefile
                   close auditfile
               end-if
               close studentfile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

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
                   SuspenseFileStatus
               set JournalError to true
           end-if.

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
                   AuditFileStatus ". Changes will not be logged."
           end-if.

      *Keyed START at item zero, then every item still open.
       ListOpenItems.
           move zero to OpenCount
           move zero to OpenTotal
           move "N" to EndOfSuspense
           move zero to susno
           start suspensefile key is not less than suskey
               invalid key
                   set AllSuspenseRead to true
           end-start
           perform until AllSuspenseRead
               read suspensefile next record
                   at end set AllSuspenseRead to true
               end-read
               if not AllSuspenseRead
                   if not SuspenseStatusOK
                       set AllSuspenseRead to true
                   else
                       if SusOpen
                           add 1 to OpenCount
                           add susamount to OpenTotal
                           perform ShowItem
                       end-if
                   end-if
               end-if
           end-perform
           if OpenCount = zero
               DISPLAY "No suspense items open."
           else
               move OpenCount to OtCount
               move OpenTotal to OtTotal
               DISPLAY OpenTotalLine
           end-if.

       ShowItem.
           move susno to IlSusNo
           move susvaluedate to IlValueDate
           move susamount to IlAmount
           move susreference to IlReference
           if SusOverpaid
               move "overpaid" to IlReason
               move susstudentid to IlStudentId
           else
               move "no match" to IlReason
               move spaces to IlStudentId
           end-if
           move susterm to IlTerm
           DISPLAY ItemLine.

       GetSuspenseNo.
           DISPLAY "Enter suspense item no (0 to end): "
               WITH NO ADVANCING.
           ACCEPT WantedSusNo.

      *Only an open item can be acted on - an assigned item is a
      *payment on file and a refunded one has left the college.
       MaintainOneItem.
           move WantedSusNo to susno
           read suspensefile
               invalid key
                   DISPLAY "Suspense item " WantedSusNo " not on file."
               not invalid key
                   if SusOpen
                       perform ActOnItem
                   else
                       DISPLAY "Suspense item " WantedSusNo
                           " is already closed."
                   end-if
           end-read.

       ActOnItem.
           perform ShowItem
           DISPLAY "Bank ref " susbankref " payer " suspayer
           move susprec to OldRecordImage
           DISPLAY "A - Assign to a student   R - Refund to payer   "
               "anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when AssignWanted
                   perform AssignItem
               when RefundWanted
                   perform RefundItem
               when other
                   DISPLAY "Item left as it is."
           end-evaluate.

       AssignItem.
           perform GetAssignFields
           if EntryValid
               perform WriteBankPayment
           end-if
           if EntryValid
               set SusAssigned to true
               move StudentInNum to susstudentid
               move TermIn to susterm
               move seqnumber to suspayseqno
               move TodayYMD to susclosedate
               rewrite susprec
               if SuspenseStatusOK
                   add 1 to WriteTally
                   move "SUSASG" to AuditAction
                   move susprec to NewRecordImage
                   move susstudentid to audstudentid
                   perform WriteAuditRecord
                   DISPLAY "Suspense item " susno " assigned as "
                       "payment " suspayseqno "."
               else
                   DISPLAY "Payment " seqnumber " written but item "
                       susno " not closed - status "
                       SuspenseFileStatus
                   set JournalError to true
               end-if
           else
               DISPLAY "Entry rejected - item left open."
           end-if.

      *The student must be on the student master and the term must
      *look like one (e.g. 2026FA). An overpayment offers the
      *student and term it matched.
       GetAssignFields.
           set EntryValid to true
           if susstudentid = zero
               DISPLAY "Enter student id: " WITH NO ADVANCING
           else
               DISPLAY "Enter student id (blank = " susstudentid "): "
                   WITH NO ADVANCING
           end-if
           ACCEPT StudentIn
           if StudentIn = spaces and susstudentid not = zero
               move susstudentid to StudentInNum
           end-if
           if susterm = spaces
               DISPLAY "Enter term (e.g. 2026FA, blank = " DefaultTerm
                   "): " WITH NO ADVANCING
           else
               DISPLAY "Enter term (blank = " susterm "): "
                   WITH NO ADVANCING
           end-if
           ACCEPT TermIn
           if TermIn = spaces
               if susterm = spaces
                   move DefaultTerm to TermIn
               else
                   move susterm to TermIn
               end-if
           end-if
           inspect TermIn converting "spfa" to "SPFA"
           if TermIn (1:4) not numeric
                   or (TermIn (5:2) not = "SP"
                   and TermIn (5:2) not = "FA")
               DISPLAY "Invalid term " TermIn "."
               set EntryStatus to "N"
           end-if
           if StudentIn not numeric
               DISPLAY "Invalid student id - not numeric."
               set EntryStatus to "N"
           else
               move StudentInNum to studentid
               read studentfile
                   invalid key
                       DISPLAY "Student " StudentInNum
                           " not on student master."
                       set EntryStatus to "N"
                   not invalid key
                       DISPLAY studentid space surname space initials
               end-read
           end-if.

      *The payment is dated the day the bank received the money, not
      *the day it came out of suspense. Its number comes from
      *NextSeq, as every other payment's does.
       WriteBankPayment.
           open i-o paymentfile
           if PaymentStatusNotFnd
               open output paymentfile
               close paymentfile
               open i-o paymentfile
           end-if
           if PaymentStatusOK
               set SeqGetNext to true
               move "payments" to seqfilename
               move 99999 to seqlimit
               call "NextSeq" using seqarea
           end-if
           evaluate true
               when not PaymentStatusOK
                   DISPLAY "payments.dat will not open - status "
                       PaymentFileStatus
                   set EntryStatus to "N"
                   set JournalError to true
               when SeqNotGiven
                   DISPLAY "Payment not written - no sequence number."
                   set EntryStatus to "N"
                   close paymentfile
               when other
                   perform WriteAssignedPayment
                   close paymentfile
           end-evaluate.

       WriteAssignedPayment.
           move StudentInNum to paystudentid
           move susvaluedate to paydate
           move susamount to payamount
           move "BANK" to paymethod
           move TermIn to payterm
           move "PAYMNT" to paytype
           move seqnumber to payseqno
           move zero to payrefseq
           write payrec
           if PaymentStatusOK
               add 1 to WriteTally
               move "BNKPAY" to AuditAction
               move spaces to OldRecordImage
               move payrec to NewRecordImage
               move paystudentid to audstudentid
               perform WriteAuditRecord
      *            The item's own audit entry needs its image from
      *            before the assignment back.
               move susprec to OldRecordImage
           else
               DISPLAY "Payment not written - status "
                   PaymentFileStatus
               set EntryStatus to "N"
           end-if.

       RefundItem.
           set EntryValid to true
           DISPLAY "Enter refund method (CHEQUE or BANK): "
               WITH NO ADVANCING
           ACCEPT MethodIn
           inspect MethodIn converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if not ValidRefundMethod
               DISPLAY "Invalid refund method - must be CHEQUE or "
                   "BANK."
               set EntryStatus to "N"
           end-if
           if EntryValid
               set SusRefunded to true
               move MethodIn to susrefundmethod
               move TodayYMD to susclosedate
               rewrite susprec
               if SuspenseStatusOK
                   add 1 to WriteTally
                   move "SUSREF" to AuditAction
                   move susprec to NewRecordImage
                   move susstudentid to audstudentid
                   perform WriteAuditRecord
                   DISPLAY "Suspense item " susno " refunded by "
                       susrefundmethod "."
               else
                   DISPLAY "Suspense item " susno
                       " not rewritten - status " SuspenseFileStatus
               end-if
           else
               DISPLAY "Entry rejected - item left open."
           end-if.

      *Logs who dealt with the item and when, with the before and
      *after images, in the same audit file the student maintenance
      *writes. The caller has already set the student it belongs to.
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

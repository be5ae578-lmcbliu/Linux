       identification division.
       program-id. GLMaint.
       Author. Bo Liu.
      *Keys and maintains the general ledger account map on
      *glaccts.dat - the debit and credit ledger account each kind of
      *tuition transaction is journalled to by the GL extract. An
      *entry is keyed on the transaction type and a selector: the
      *course code for charges, credits and awards, the payment
      *method for payments, reversals, refunds and write-offs. A
      *selector of * is the default for the type, used for any
      *course or method with no entry of its own. The finance office
      *keeps the map here instead of the extract carrying account
      *numbers in its code. Every action gets an audit entry with the
      *account map images and a GLA action code.

       Environment division.
       input-output section.
       file-control.
           select coursefile assign to "C:\Cobol\courses.dat"
               organization is indexed
               access mode is random
               record key is coursemastercode
               file status is CourseFileStatus.
           select glacctfile assign to "C:\Cobol\glaccts.dat"
               organization is indexed
               access mode is dynamic
               record key is glacctkey
               file status is GlAcctFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD coursefile.
           COPY COURSES.

       FD glacctfile.
           COPY GLACCTS.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 CourseFileStatus      pic xx.
           88 CourseStatusOK    value "00".
           88 CourseStatusNotFnd value "35".

       01 GlAcctFileStatus      pic xx.
           88 GlAcctStatusOK    value "00".
           88 GlAcctStatusNotFnd value "35".

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

      *Set by the add, change and delete paths before the shared
      *audit write, so one paragraph serves all three actions.
       01 AuditImages.
           05 AuditAction       pic x(6).
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

       01 GlWork.
           05 WantedTxnType     pic x(6).
               88 NoMoreTypes   value spaces.
               88 WantedIsBillType value "BILL  " "CREDIT" "AWARD ".
           05 WantedSelector    pic x(6).
           05 MaintChoice       pic x.
               88 AddWanted     value "A" "a".
               88 ChangeWanted  value "C" "c".
               88 DeleteWanted  value "D" "d".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 EndOfAccts        pic x.
               88 AllAcctsRead  value "Y".
           05 AcctCount         pic 9(3).

       01 GlEntryWork.
           05 DebitIn           pic x(10).
           05 CreditIn          pic x(10).
           05 DescriptionIn     pic x(20).

       01 AcctLine.
           05 AlSelector        pic x(6).
           05 filler            pic x(4) value " Dr ".
           05 AlDebit           pic x(10).
           05 filler            pic x(4) value " Cr ".
           05 AlCredit          pic x(10).
           05 filler            pic x value space.
           05 AlDescription     pic x(20).

      *Run-journal tallies - types keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "GLMaint" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "GLMaint" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           open input coursefile
           perform CheckCourseOpenStatus
           if CourseStatusOK
               perform OpenGlAcctFile
               if GlAcctStatusOK
                   perform OpenAuditFile
                   perform GetTxnType
                   perform until NoMoreTypes
                       add 1 to ReadTally
                       perform MaintainOneType
                       perform GetTxnType
                   end-perform
                   close glacctfile
                   close auditfile
               end-if
               close coursefile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens glaccts.dat for update, creating it first the one time
      *it does not exist yet.
       OpenGlAcctFile.
           open i-o glacctfile
           if GlAcctStatusNotFnd
               open output glacctfile
               close glacctfile
               open i-o glacctfile
           end-if
           if not GlAcctStatusOK
               DISPLAY "glaccts.dat will not open - status "
                   GlAcctFileStatus
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

       GetTxnType.
           DISPLAY "Transaction types: BILL CREDIT AWARD PAYMNT "
               "REVRSL REFUND WRTOFF"
           DISPLAY "Enter transaction type (blank to end): "
               WITH NO ADVANCING.
           ACCEPT WantedTxnType.

       MaintainOneType.
           move WantedTxnType to gltxntype
           if ValidGlTxnType
               perform ListAccts
               perform ActOnAccts
           else
               DISPLAY "Invalid transaction type " WantedTxnType "."
           end-if.

      *Keyed START at the type with low-values in the selector, then
      *read on until the type changes.
       ListAccts.
           move zero to AcctCount
           move "N" to EndOfAccts
           move WantedTxnType to gltxntype
           move low-values to glselector
           start glacctfile key is not less than glacctkey
               invalid key
                   set AllAcctsRead to true
           end-start
           perform until AllAcctsRead
               read glacctfile next record
                   at end set AllAcctsRead to true
               end-read
               if not AllAcctsRead
                   if not GlAcctStatusOK
                       or gltxntype not = WantedTxnType
                       set AllAcctsRead to true
                   else
                       add 1 to AcctCount
                       perform ShowAcct
                   end-if
               end-if
           end-perform
           if AcctCount = zero
               DISPLAY "No accounts mapped for " WantedTxnType "."
           end-if.

       ShowAcct.
           move glselector to AlSelector
           move gldebitacct to AlDebit
           move glcreditacct to AlCredit
           move gldescription to AlDescription
           DISPLAY AcctLine.

       ActOnAccts.
           DISPLAY "A - Add entry   C - Change entry   "
               "D - Delete entry   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when AddWanted
                   perform AddAcct
               when ChangeWanted
                   perform ChangeAcct
               when DeleteWanted
                   perform DeleteAcct
               when other
                   DISPLAY "Account map left as it is."
           end-evaluate.

       AddAcct.
           perform GetSelector
           if EntryValid
               perform GetAcctFields
           end-if
           if EntryValid
               move WantedTxnType to gltxntype
               move WantedSelector to glselector
               perform MoveAcctFields
               write glacctrec
                   invalid key
                       DISPLAY "Entry " WantedTxnType space
                           WantedSelector
                           " is already on file - change it instead."
                   not invalid key
                       add 1 to WriteTally
                       move "GLAADD" to AuditAction
                       move spaces to OldRecordImage
                       move glacctrec to NewRecordImage
                       perform WriteAuditRecord
                       DISPLAY "Entry " WantedTxnType space
                           WantedSelector " added."
               end-write
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       ChangeAcct.
           perform GetSelector
           if EntryValid
               perform ReadAcct
           end-if
           if EntryValid
               move glacctrec to OldRecordImage
               perform GetAcctFields
           end-if
           if EntryValid
               perform MoveAcctFields
               rewrite glacctrec
               if GlAcctStatusOK
                   add 1 to WriteTally
                   move "GLACHG" to AuditAction
                   move glacctrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Entry " WantedTxnType space
                       WantedSelector " changed."
               else
                   DISPLAY "Entry " WantedTxnType space WantedSelector
                       " not rewritten - status " GlAcctFileStatus
               end-if
           else
               DISPLAY "Entry rejected - account map left as it is."
           end-if.

       DeleteAcct.
           perform GetSelector
           if EntryValid
               perform ReadAcct
           end-if
           if EntryValid
               move glacctrec to OldRecordImage
               delete glacctfile record
               if GlAcctStatusOK
                   add 1 to WriteTally
                   move "GLADEL" to AuditAction
                   move spaces to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Entry " WantedTxnType space
                       WantedSelector " deleted."
               else
                   DISPLAY "Entry " WantedTxnType space WantedSelector
                       " not deleted - status " GlAcctFileStatus
               end-if
           else
               DISPLAY "Entry rejected - nothing deleted."
           end-if.

      *Direct READ of the entry by transaction type and selector.
       ReadAcct.
           move WantedTxnType to gltxntype
           move WantedSelector to glselector
           read glacctfile
               invalid key
                   DISPLAY "No entry for " WantedTxnType space
                       WantedSelector " on file."
                   set EntryStatus to "N"
               not invalid key
                   continue
           end-read.

      *A charge, credit or award is selected by course code, which
      *must be on the course master; a payment-side type by payment
      *method. * is the default entry for either.
       GetSelector.
           set EntryValid to true
           if WantedIsBillType
               DISPLAY "Enter course code (* = any course): "
                   WITH NO ADVANCING
           else
               DISPLAY "Enter payment method (* = any method): "
                   WITH NO ADVANCING
           end-if
           ACCEPT WantedSelector
           move WantedSelector to glselector
           evaluate true
               when WantedSelector = spaces
                   DISPLAY "Invalid selector - must not be blank."
                   set EntryStatus to "N"
               when GlDefaultEntry
                   continue
               when WantedIsBillType
                   move WantedSelector to coursemastercode
                   read coursefile
                       invalid key
                           DISPLAY "Course " WantedSelector
                               " not on course master."
                           set EntryStatus to "N"
                       not invalid key
                           continue
                   end-read
               when other
                   continue
           end-evaluate.

      *Both accounts must be keyed and must differ - a transaction
      *debited and credited to the same account never reaches the
      *ledger at all.
       GetAcctFields.
           DISPLAY "Enter debit account: " WITH NO ADVANCING
           ACCEPT DebitIn
           DISPLAY "Enter credit account: " WITH NO ADVANCING
           ACCEPT CreditIn
           DISPLAY "Enter description: " WITH NO ADVANCING
           ACCEPT DescriptionIn
           if DebitIn = spaces or CreditIn = spaces
               DISPLAY "Invalid account - debit and credit accounts "
                   "must both be keyed."
               set EntryStatus to "N"
           else
               if DebitIn = CreditIn
                   DISPLAY "Invalid account - debit and credit "
                       "accounts must differ."
                   set EntryStatus to "N"
               end-if
           end-if.

       MoveAcctFields.
           move DebitIn to gldebitacct
           move CreditIn to glcreditacct
           move DescriptionIn to gldescription.

      *Logs who touched the account map and when, with the before
      *and after record images. The map belongs to no student, so
      *the student id on the entry is zero.
       WriteAuditRecord.
           ACCEPT AuditDate FROM DATE YYYYMMDD.
           ACCEPT AuditTime FROM TIME.
           move zero to audstudentid
           move OperatorId to audoperator
           move AuditDate to audactiondate
           move AuditTime to audactiontime
           move AuditAction to audaction
           move OldRecordImage to audoldrecord
           move NewRecordImage to audnewrecord
           if AuditStatusOK
               write auditrec
               if not AuditStatusOK
                   DISPLAY "Warning - audit entry for account map "
                       WantedTxnType space WantedSelector
                       " was not written - status " AuditFileStatus
               end-if
           end-if.

      *Gives the operator a plain-English message instead of letting
      *a bad OPEN abend the run.
       CheckCourseOpenStatus.
           evaluate true
               when CourseStatusOK
                   continue
               when CourseStatusNotFnd
                   DISPLAY "courses.dat not found."
                   set JournalError to true
               when other
                   DISPLAY "courses.dat will not open - status "
                       CourseFileStatus
                   set JournalError to true
           end-evaluate.

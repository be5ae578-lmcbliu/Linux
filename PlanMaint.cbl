       identification division.
       program-id. PlanMaint.
       Author. Bo Liu.
      *Keeps payment plans on plans.dat - the instalment agreements
      *the bursar used to hold on paper. A plan belongs to a student
      *on the student master for a term and splits what they owe
      *for that term into dated instalments. The term's net charge
      *- charges on bills.dat less transfer credits and aid awards -
      *is shown against the plan's total so a plan that does not
      *add up is seen when it is keyed. A whole plan can be split
      *from the net charge in one step, equal monthly instalments
      *from a first due date with any odd cents on the last, or
      *instalments added, changed and deleted one at a time. Due
      *dates must be real calendar dates. Every instalment written,
      *changed or deleted gets an audit entry against the student
      *with the instalment record images and a PLN action code.

       Environment division.
       input-output section.
       file-control.
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
           select planfile assign to "C:\Cobol\plans.dat"
               organization is indexed
               access mode is dynamic
               record key is plankey
               file status is PlanFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD studentfile.
           COPY STUDENT.

       FD billfile.
           COPY BILLS.

       FD planfile.
           COPY PLANS.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 StatusNotFound    value "35".

       01 BillFileStatus        pic xx.
           88 BillStatusOK      value "00".
           88 BillStatusNotFnd  value "35".

       01 PlanFileStatus        pic xx.
           88 PlanStatusOK      value "00".
           88 PlanStatusNotFnd  value "35".

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

       01 PlanWork.
           05 WantedStudentId   pic 9(7).
           05 WantedTerm        pic x(6).
           05 MaintChoice       pic x.
               88 SplitWanted   value "S" "s".
               88 AddWanted     value "A" "a".
               88 ChangeWanted  value "C" "c".
               88 DeleteWanted  value "D" "d".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 EndOfPlan         pic x.
               88 AllPlanRead   value "Y".
           05 EndOfBills        pic x.
               88 AllBillsRead  value "Y".
           05 InstCount         pic 9(2).
           05 PlanTotal         pic 9(8)v99.
           05 NetCharge         pic s9(8)v99.
           05 SplitIdx          pic 9(2).
           05 EachAmount        pic 9(6)v99.
           05 SplitYear         pic 9(4).
           05 SplitMonth        pic 9(2).

      *Instalment number, due date, amount and count are keyed into
      *these and checked for numeric content and range before they
      *go anywhere near the record.
       01 PlanEntryWork.
           05 InstNoIn          pic x(2).
           05 InstNoInNum redefines InstNoIn pic 9(2).
           05 DueIn             pic x(8).
           05 DueInNum redefines DueIn.
               10 DueInYear     pic 9(4).
               10 DueInMonth    pic 9(2).
               10 DueInDay      pic 9(2).
           05 AmountIn          pic x(8).
           05 AmountInNum redefines AmountIn pic 9(6)v99.
           05 CountIn           pic x(2).
           05 CountInNum redefines CountIn pic 9(2).
           05 LeapRemainder     pic 9(3).
           05 LeapQuotient      pic 9(4).

      *Days in each month, January first - February's 29th is let
      *through in a leap year only.
       01 MonthDaysValues       pic x(24)
           value "312831303130313130313031".
       01 MonthDaysTable redefines MonthDaysValues.
           05 MonthDays         pic 9(2) occurs 12 times.

       01 InstLine.
           05 filler            pic x(12) value "Instalment ".
           05 IlInstNo          pic z9.
           05 filler            pic x(6) value "  due ".
           05 IlDue             pic 9(8).
           05 filler            pic x(2) value space.
           05 IlAmount          pic zzz,zz9.99.

       01 PlanTotalLine.
           05 filler            pic x(12) value "Plan total  ".
           05 PtlTotal          pic zz,zzz,zz9.99.
           05 filler            pic x(16) value "   term charge  ".
           05 PtlNetCharge      pic --,---,--9.99.

      *The term a blank entry lands in - derived once at run start.
       01 DefaultTerm           pic x(6).

      *Run-journal tallies - students keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "PlanMaint" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
           call "CurrentTerm" using DefaultTerm
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "PlanMaint" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           open input studentfile
           perform CheckStudentOpenStatus
           if StatusOK
               perform OpenPlanFile
               if PlanStatusOK
                   perform OpenAuditFile
                   perform GetPlanStudentId
                   perform until WantedStudentId = zero
                       add 1 to ReadTally
                       perform MaintainOneStudent
                       perform GetPlanStudentId
                   end-perform
                   close planfile
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

      *Opens plans.dat for update, creating it first the one time
      *it does not exist yet.
       OpenPlanFile.
           open i-o planfile
           if PlanStatusNotFnd
               open output planfile
               close planfile
               open i-o planfile
           end-if
           if not PlanStatusOK
               DISPLAY "plans.dat will not open - status "
                   PlanFileStatus
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

       GetPlanStudentId.
           DISPLAY "Enter student id (0 to end): " WITH NO ADVANCING.
           ACCEPT WantedStudentId.

      *The student must be on the student master.
       MaintainOneStudent.
           move WantedStudentId to studentid
           read studentfile
               invalid key
                   DISPLAY "Student " WantedStudentId
                       " not on student master."
               not invalid key
                   DISPLAY studentid space surname space initials
                   perform GetPlanTerm
                   perform FindNetCharge
                   perform ListPlan
                   perform ActOnPlan
                   perform ListPlan
           end-read.

       GetPlanTerm.
           DISPLAY "Enter term (e.g. 2026FA, blank = " DefaultTerm
               "): " WITH NO ADVANCING
           ACCEPT WantedTerm
           if WantedTerm = spaces
               move DefaultTerm to WantedTerm
           end-if.

      *What the student owes for the term before any payment -
      *charges less transfer credits and aid. No bills file yet
      *means nothing is charged. Keyed START at the student and term
      *with sequence zero, then read on until the student or term
      *changes.
       FindNetCharge.
           move zero to NetCharge
           move "N" to EndOfBills
           open input billfile
           if BillStatusOK
               move WantedStudentId to billstudentid
               move WantedTerm to billterm
               move zero to billseqno
               start billfile key is not less than billkey
                   invalid key
                       set AllBillsRead to true
               end-start
               perform until AllBillsRead
                   read billfile next record
                       at end set AllBillsRead to true
                   end-read
                   if not AllBillsRead
                       if not BillStatusOK
                           DISPLAY "bills.dat record read error - "
                               "status " BillFileStatus
                           set AllBillsRead to true
                       else
                           perform AddBillToNetCharge
                       end-if
                   end-if
               end-perform
               close billfile
           else
               if not BillStatusNotFnd
                   DISPLAY "Warning - bills.dat will not open - "
                       "status " BillFileStatus
               end-if
           end-if.

       AddBillToNetCharge.
           if billstudentid = WantedStudentId
                   and billterm = WantedTerm
               if BillIsCredit
                   subtract billamount from NetCharge
               else
                   add billamount to NetCharge
               end-if
           else
               set AllBillsRead to true
           end-if.

      *Keyed START at the student and term with instalment zero,
      *then read on until the student or term changes.
       ListPlan.
           move zero to InstCount
           move zero to PlanTotal
           move "N" to EndOfPlan
           move WantedStudentId to planstudentid
           move WantedTerm to planterm
           move zero to planinstno
           start planfile key is not less than plankey
               invalid key
                   set AllPlanRead to true
           end-start
           perform until AllPlanRead
               read planfile next record
                   at end set AllPlanRead to true
               end-read
               if not AllPlanRead
                   if not PlanStatusOK
                       or planstudentid not = WantedStudentId
                       or planterm not = WantedTerm
                       set AllPlanRead to true
                   else
                       add 1 to InstCount
                       add planamount to PlanTotal
                       move planinstno to IlInstNo
                       move planduedate to IlDue
                       move planamount to IlAmount
                       DISPLAY InstLine
                   end-if
               end-if
           end-perform
           if InstCount = zero
               DISPLAY "No payment plan for " WantedStudentId
                   " in " WantedTerm "."
           end-if
           move PlanTotal to PtlTotal
           move NetCharge to PtlNetCharge
           DISPLAY PlanTotalLine
           if InstCount > zero and PlanTotal not = NetCharge
               DISPLAY "Note - the plan does not add up to the term"
                   " charge."
           end-if.

       ActOnPlan.
           DISPLAY "S - Split the term charge   A - Add instalment"
           DISPLAY "C - Change instalment   D - Delete instalment   "
               "anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when SplitWanted
                   perform SplitTermCharge
               when AddWanted
                   perform AddInstalment
               when ChangeWanted
                   perform ChangeInstalment
               when DeleteWanted
                   perform DeleteInstalment
               when other
                   DISPLAY "Plan left as it is."
           end-evaluate.

      *A whole plan in one step - only for a term with no plan yet
      *and something owing. Equal instalments a month apart from the
      *first due date; the last takes the odd cents. The first due
      *day must be the 28th or earlier so every month has it.
       SplitTermCharge.
           set EntryValid to true
           if InstCount > zero
               DISPLAY "A plan is already on file - change or delete"
                   " its instalments instead."
               set EntryStatus to "N"
           end-if
           if EntryValid and NetCharge not > zero
               DISPLAY "Nothing owing for " WantedTerm
                   " - no plan to split."
               set EntryStatus to "N"
           end-if
           if EntryValid
               DISPLAY "Enter number of instalments (02-12): "
                   WITH NO ADVANCING
               ACCEPT CountIn
               if CountIn not numeric
                   DISPLAY "Invalid count - not numeric."
                   set EntryStatus to "N"
               else
                   if CountInNum < 2 or CountInNum > 12
                       DISPLAY "Invalid count - must be 2 to 12."
                       set EntryStatus to "N"
                   end-if
               end-if
           end-if
           if EntryValid
               perform GetDueDate
           end-if
           if EntryValid and DueInDay > 28
               DISPLAY "Invalid first due date - day must be the "
                   "28th or earlier."
               set EntryStatus to "N"
           end-if
           if EntryValid
               compute EachAmount = NetCharge / CountInNum
               move DueInYear to SplitYear
               move DueInMonth to SplitMonth
               perform WriteSplitInstalment
                   varying SplitIdx from 1 by 1
                   until SplitIdx > CountInNum
               DISPLAY CountInNum " instalments written."
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       WriteSplitInstalment.
           move WantedStudentId to planstudentid
           move WantedTerm to planterm
           move SplitIdx to planinstno
           move SplitYear to planyear
           move SplitMonth to planmonth
           move DueInDay to planday
           if SplitIdx = CountInNum
               compute planamount =
                   NetCharge - (EachAmount * (CountInNum - 1))
           else
               move EachAmount to planamount
           end-if
           perform WriteInstalment
           add 1 to SplitMonth
           if SplitMonth > 12
               move 1 to SplitMonth
               add 1 to SplitYear
           end-if.

       AddInstalment.
           perform GetInstNo
           if EntryValid
               perform GetDueDate
           end-if
           if EntryValid
               perform GetInstAmount
           end-if
           if EntryValid
               move WantedStudentId to planstudentid
               move WantedTerm to planterm
               move InstNoInNum to planinstno
               move DueInNum to planduedate
               move AmountInNum to planamount
               perform WriteInstalment
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       WriteInstalment.
           write planrec
               invalid key
                   DISPLAY "Instalment " planinstno
                       " is already on file - change it instead."
               not invalid key
                   add 1 to WriteTally
                   move "PLNADD" to AuditAction
                   move spaces to OldRecordImage
                   move planrec to NewRecordImage
                   perform WriteAuditRecord
           end-write.

       ChangeInstalment.
           perform GetInstNo
           if EntryValid
               perform ReadInstalment
           end-if
           if EntryValid
               move planrec to OldRecordImage
               perform GetDueDate
           end-if
           if EntryValid
               perform GetInstAmount
           end-if
           if EntryValid
               move DueInNum to planduedate
               move AmountInNum to planamount
               rewrite planrec
               if PlanStatusOK
                   add 1 to WriteTally
                   move "PLNCHG" to AuditAction
                   move planrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Instalment " planinstno " changed."
               else
                   DISPLAY "Instalment " planinstno
                       " not rewritten - status " PlanFileStatus
               end-if
           else
               DISPLAY "Entry rejected - instalment left as it is."
           end-if.

       DeleteInstalment.
           perform GetInstNo
           if EntryValid
               perform ReadInstalment
           end-if
           if EntryValid
               move planrec to OldRecordImage
               delete planfile record
               if PlanStatusOK
                   add 1 to WriteTally
                   move "PLNDEL" to AuditAction
                   move spaces to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Instalment " InstNoInNum " deleted."
               else
                   DISPLAY "Instalment " InstNoInNum
                       " not deleted - status " PlanFileStatus
               end-if
           else
               DISPLAY "Entry rejected - nothing deleted."
           end-if.

      *Direct READ of the instalment by student, term and number.
       ReadInstalment.
           move WantedStudentId to planstudentid
           move WantedTerm to planterm
           move InstNoInNum to planinstno
           read planfile
               invalid key
                   DISPLAY "No instalment " InstNoInNum " on file."
                   set EntryStatus to "N"
               not invalid key
                   continue
           end-read.

       GetInstNo.
           set EntryValid to true
           DISPLAY "Enter instalment number (01-12): "
               WITH NO ADVANCING
           ACCEPT InstNoIn
           if InstNoIn not numeric
               DISPLAY "Invalid instalment number - not numeric."
               set EntryStatus to "N"
           else
               if InstNoInNum < 1 or InstNoInNum > 12
                   DISPLAY "Invalid instalment number - must be 1 "
                       "to 12."
                   set EntryStatus to "N"
               end-if
           end-if.

      *The due date must be a real calendar date.
       GetDueDate.
           DISPLAY "Enter due date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT DueIn
           if DueIn not numeric
               DISPLAY "Invalid due date - not numeric."
               set EntryStatus to "N"
           else
               if DueInYear < 1900
                       or DueInMonth < 1 or DueInMonth > 12
                   DISPLAY "Invalid due date - not a calendar date."
                   set EntryStatus to "N"
               else
                   perform CheckDueDay
               end-if
           end-if.

       CheckDueDay.
           divide DueInYear by 4 giving LeapQuotient
               remainder LeapRemainder
           if DueInDay < 1
                   or (DueInDay > MonthDays (DueInMonth)
                   and not (DueInMonth = 2 and DueInDay = 29
                            and LeapRemainder = zero))
               DISPLAY "Invalid due date - not a calendar date."
               set EntryStatus to "N"
           end-if.

       GetInstAmount.
           DISPLAY "Enter amount (99999999, two decimals assumed): "
               WITH NO ADVANCING
           ACCEPT AmountIn
           if AmountIn not numeric
               DISPLAY "Invalid amount - not numeric."
               set EntryStatus to "N"
           else
               if AmountInNum = zero
                   DISPLAY "Invalid amount - must not be zero."
                   set EntryStatus to "N"
               end-if
           end-if.

      *Logs who touched this instalment and when, with the before
      *and after record images, against the student in the same
      *audit file the student maintenance writes.
       WriteAuditRecord.
           ACCEPT AuditDate FROM DATE YYYYMMDD.
           ACCEPT AuditTime FROM TIME.
           move WantedStudentId to audstudentid
           move OperatorId to audoperator
           move AuditDate to audactiondate
           move AuditTime to audactiontime
           move AuditAction to audaction
           move OldRecordImage to audoldrecord
           move NewRecordImage to audnewrecord
           if AuditStatusOK
               write auditrec
               if not AuditStatusOK
                   DISPLAY "Warning - audit entry for student "
                       WantedStudentId " was not written - status "
                       AuditFileStatus
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

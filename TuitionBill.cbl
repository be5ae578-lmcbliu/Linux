       identification division.
       program-id. TuitionBill.
       Author. Bo Liu.
      *Batch billing pass for term start. Reads the term's active
      *enrollments off enroll.dat, prices each course's term fee from
      *the course master's rate and credit hours - the same sum
      *TuitionCalc does for one student, but against courses.dat
      *instead of a table frozen in working-storage - writes one
      *billing record per student per course to bills.dat, and
      *prints a billing register with per-course totals and a grand
      *total the bursar can tie the run out against. The run is
      *safely rerunnable: bills are added to the file instead of
      *replacing it, a course a student already holds a bill for
      *this term - found by reading their term's bills by key - is
      *skipped and counted, and a run restarted after a
      *failure picks up exactly where the last one stopped instead of
      *billing everyone a second time. Each charge raised is followed
      *by the student's aid awards for the term off awards.dat - a
      *percentage award as its share of the charge, a fixed award as
      *much of what is left unspent as the charge will take - each
      *posted as its own AWARD credit on bills.dat against the
      *charge's course, listed under it on the register and totalled
      *as aid beside the billed figures. An award keyed after a
      *course was billed posts on the next run against what is left
      *of that course's charge, and what an award has already put
      *against a course is never posted to it twice.

       Environment division.
       input-output section.
       file-control.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is random
               record key is studentid
               file status is StudentFileStatus.
           select enrollfile assign to "C:\Cobol\enroll.dat"
               organization is indexed
               access mode is sequential
               record key is enrollkey
               file status is EnrollFileStatus.
           select coursefile assign to "C:\Cobol\courses.dat"
               organization is indexed
               access mode is random
               record key is coursemastercode
               file status is CourseFileStatus.
           select billfile assign to "C:\Cobol\bills.dat"
               organization is indexed
               access mode is dynamic
               record key is billkey
               file status is BillFileStatus.
           select awardfile assign to "C:\Cobol\awards.dat"
               organization is indexed
               access mode is dynamic
               record key is awardkey
               file status is AwardFileStatus.
      *The register name is handed out by ReportGen - each run gets
      *a dated generation instead of destroying the last register -
      *so the assignment must be dynamic.
       FD studentfile.
           COPY STUDENT.

       FD enrollfile.
           COPY ENROLL.

       FD coursefile.
           COPY COURSES.

       FD billfile.
           COPY BILLS.

       FD awardfile.
           COPY AWARDS.

       FD registerfile.
       01 registerline          pic x(70).

           88 CourseStatusOK    value "00".
           88 CourseStatusNotFnd value "35".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusEOF   value "10".
           88 EnrollStatusNotFnd value "35".

       01 EndOfEnrollments      pic x value "N".
           88 AllEnrollmentsRead value "Y".

       01 BillFileStatus        pic xx.
           88 BillStatusOK      value "00".
           88 BillStatusEOF     value "10".
           88 BillStatusNotFnd  value "35".

       01 AwardFileStatus       pic xx.
           88 AwardStatusOK     value "00".
           88 AwardStatusNotFnd value "35".

      *No awards file simply means nobody holds an award yet.
       01 AwardFileFlag         pic x value "N".
           88 AwardFileOpen     value "Y".

      *The charge just written, held while its awards are posted -
      *billrec is reused for each AWARD credit. For a course billed
      *on an earlier run the charge is the course's charges summed
      *off bills.dat, less the credits already against them.
       01 AwardPostWork.
           05 ChargeImage       pic x(59).
           05 ChargeAmount      pic 9(6)v99.
           05 ChargeLeft        pic 9(6)v99.
           05 CreditedTotal     pic 9(6)v99.
           05 AwardOnCourse     pic 9(6)v99.
           05 AwardCredit       pic 9(6)v99.
           05 EndOfAwards       pic x.
               88 AwardSweepDone value "Y".
           05 LateChargeFlag    pic x value "N".
               88 LateChargeDue value "Y".

       01 RegisterFileStatus    pic xx.
           88 RegisterStatusOK  value "00".

           05 SkippedCount      pic 9(5) value zero.
           05 AlreadyBilled     pic 9(5) value zero.
           05 GrandTotal        pic 9(8)v99 value zero.
           05 AwardsPosted      pic 9(5) value zero.
           05 GrandAid          pic 9(8)v99 value zero.

      *Whether the student already holds a bill for the course in
      *this run's term - this is what makes a second run, or a
      *restart after a half-done one, skip instead of double-bill,
      *while a course added since the last run still gets its bill.
       01 PriorBilledWork.
           05 EndOfPriorBills   pic x value "N".
               88 AllPriorRead  value "Y".
           05 PriorBilledFlag   pic x.
               88 BilledAlready value "Y".

           COPY SEQAREA.

      *Per-course totals build up here as the enrollments pass in
      *StudentId order, then print together at the foot of the
      *register. Fifty slots is far more courses than are offered.
       01 CourseTotalsWork.
               10 TotCourseCode pic x(4).
               10 TotStudents   pic 9(5).
               10 TotAmount     pic 9(8)v99.
               10 TotAid        pic 9(8)v99.

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
           05 filler            pic x(2) value space.
           05 DetAmount         pic zzz,zz9.99.

       01 AwardLine.
           05 filler            pic x(9) value spaces.
           05 filler            pic x(11) value "less award ".
           05 AwlCode           pic x(6).
           05 filler            pic x value space.
           05 AwlSource         pic x(8).
           05 filler            pic x value space.
           05 AwlAmount         pic zzz,zz9.99.

       01 CourseTotalLine.
           05 filler            pic x(13) value "Course total ".
           05 CtlCourseCode     pic x(4).
           05 CtlStudents       pic zzzz9.
           05 filler            pic x(10) value " students ".
           05 CtlAmount         pic zz,zzz,zz9.99.
           05 filler            pic x(5) value " aid ".
           05 CtlAid            pic zzz,zz9.99.

       01 GrandTotalLine.
           05 filler            pic x(19) value
               "Grand total ...... ".
           05 GtlStudents       pic zzzz9.
           05 filler            pic x(10) value " bills    ".
           05 GtlAmount         pic zz,zzz,zz9.99.
           05 filler            pic x(5) value " aid ".
           05 GtlAid            pic zz,zzz,zz9.99.

       Procedure division.
       begin.
           call "ReportGen" using rptarea
           move rptfilename to RegisterFileName
           initialize CourseTotalsWork
           move "N" to EndOfEnrollments
           open input studentfile
           perform CheckStudentOpenStatus
           if StatusOK
               open input coursefile
               perform CheckCourseOpenStatus
               if CourseStatusOK
                   open input enrollfile
                   perform CheckEnrollOpenStatus
                   if EnrollStatusOK
                       perform RunBillingPass
                       close enrollfile
                   end-if
                   close coursefile
               end-if
               close studentfile
           set JournalEnd to true
           compute jrnlreads = BilledCount + SkippedCount
               + AlreadyBilled
           compute jrnlwrites = BilledCount + AwardsPosted
           call "RunJournal" using jrnlarea
           goback.

      *Bills are added to the file - replacing it would throw away
      *every other term's bills and every prior run of this one. It
      *is created the one time it does not exist yet.
       RunBillingPass.
           open i-o billfile
           if BillStatusNotFnd
               open output billfile
               close billfile
               open i-o billfile
           end-if
           if not BillStatusOK
               DISPLAY "bills.dat will not open - status "
                       RegisterFileStatus ". No billing run."
                   set JournalError to true
               else
                   perform OpenAwardFile
                   perform WriteHeading
                   perform ReadEnrollment
                   perform until AllEnrollmentsRead
                       if enrterm = RunTerm and EnrollActive
                           perform BillOneEnrollment
                       end-if
                       perform ReadEnrollment
                   end-perform
                   perform WriteRunTotals
                   close registerfile
                   if AwardFileOpen
                       close awardfile
                   end-if
                   DISPLAY BilledCount " course fee(s) billed, "
                       AlreadyBilled " already billed, "
                       SkippedCount " skipped - register on "
                       RegisterFileName
                   DISPLAY AwardsPosted " aid award credit(s) posted"
               end-if
               close billfile
           end-if.

       ReadEnrollment.
           read enrollfile next record
               at end set AllEnrollmentsRead to true
           end-read
           if not AllEnrollmentsRead and not EnrollStatusOK
               DISPLAY "enroll.dat record read error - status "
                   EnrollFileStatus
               set AllEnrollmentsRead to true
               set JournalError to true
           end-if.

      *One active enrollment. The student is read off the master for
      *the register's surname, then the course is looked up on the
      *course master by a direct keyed READ. An enrollment whose
      *student or course code is not on file gets no bill - the
      *orphan shows on the register so the bursar chases it rather
      *than it silently pricing at zero. A course the student
      *already holds a bill for this term is counted and passed
      *over - that is the whole rerun protection - though an award
      *keyed since it was billed still posts against it.
       BillOneEnrollment.
           perform CheckAlreadyBilled
           if BilledAlready
               add 1 to AlreadyBilled
               if AwardFileOpen
                   perform PostLateAwards
               end-if
           else
               move enrstudentid to studentid
               read studentfile
                   invalid key
                       add 1 to SkippedCount
                       if LineCount >= LinesPerPage
                           perform WriteHeading
                       end-if
                       move spaces to registerline
                       string enrstudentid " " enrcoursecode
                           " - student not on master - not billed"
                           delimited by size into registerline
                       perform WriteRegisterLine
                       add 1 to LineCount
                   not invalid key
                       perform BillUnbilledStudent
               end-read
           end-if.

      *A keyed START at the student and this run's term, then
      *forward reads until either changes.
       CheckAlreadyBilled.
           move "N" to PriorBilledFlag
           perform StartTermBills
           perform until AllPriorRead or BilledAlready
               if billcoursecode = enrcoursecode
                   set BilledAlready to true
               else
                   perform ReadPriorBill
               end-if
           end-perform.

       StartTermBills.
           move "N" to EndOfPriorBills
           move enrstudentid to billstudentid
           move RunTerm to billterm
           move zero to billseqno
           start billfile key is not less than billkey
               invalid key
                   set AllPriorRead to true
           end-start
           if not AllPriorRead
               perform ReadPriorBill
           end-if.

       ReadPriorBill.
           read billfile next record
               at end set AllPriorRead to true
           end-read
           if not AllPriorRead
               if not BillStatusOK
                   DISPLAY "bills.dat record read error - status "
                       BillFileStatus
                   set AllPriorRead to true
               else
                   if billstudentid not = enrstudentid
                           or billterm not = RunTerm
                       set AllPriorRead to true
                   end-if
               end-if
           end-if.

       BillUnbilledStudent.
           move enrcoursecode to coursemastercode
           read coursefile
               invalid key
                   add 1 to SkippedCount
                       perform WriteHeading
                   end-if
                   move spaces to registerline
                   string studentid " " enrcoursecode
                       " - course not on course master - not billed"
                       delimited by size into registerline
                   perform WriteRegisterLine
      *the file, so the two have to show the same students.
       WriteOneBill.
           move studentid to billstudentid
           move enrcoursecode to billcoursecode
           move RunDateYMD to billdate
           move coursecredithours to billcredithours
           move courserate to billrate
           move RunTerm to billterm
           move "BILL" to billtype
           move spaces to billawardcode
           compute billamount rounded =
               courserate * coursecredithours
           perform GetNextBillSeq
           if SeqNumberGiven
               write billrec
           end-if
           if SeqNumberGiven and BillStatusOK
               add 1 to BilledCount
               add billamount to GrandTotal
               perform AddToCourseTotals
               perform WriteDetailLine
               if AwardFileOpen
                   perform PostAwards
               end-if
           else
               add 1 to SkippedCount
               DISPLAY "bills.dat write error - status "
               set JournalError to true
           end-if.

      *Each record written takes the next number NextSeq hands out;
      *no number means nothing is written.
       GetNextBillSeq.
           set SeqGetNext to true
           move "bills" to seqfilename
           move 9999999 to seqlimit
           call "NextSeq" using seqarea
           move seqnumber to billseqno.

      *Opens awards.dat for update - the amount applied on each
      *award is carried forward as its credits post.
       OpenAwardFile.
           move "N" to AwardFileFlag
           open i-o awardfile
           evaluate true
               when AwardStatusOK
                   set AwardFileOpen to true
               when AwardStatusNotFnd
                   continue
               when other
                   DISPLAY "Warning - awards.dat will not open - "
                       "status " AwardFileStatus
                       ". No aid awards posted."
           end-evaluate.

      *A course billed on an earlier run still takes an award keyed
      *since. Its charges and the credits already against them are
      *summed off the student's term bills, and the awards post
      *against what is left, dated today so the ledger picks them
      *up with this run's postings.
       PostLateAwards.
           move spaces to ChargeImage
           move zero to ChargeAmount
           move zero to CreditedTotal
           perform StartTermBills
           perform until AllPriorRead
               if billcoursecode = enrcoursecode
                   perform AddToCourseCharge
               end-if
               perform ReadPriorBill
           end-perform
           if ChargeAmount > CreditedTotal
               move ChargeImage to billrec
               move RunDateYMD to billdate
               compute ChargeLeft = ChargeAmount - CreditedTotal
               set LateChargeDue to true
               perform SweepAwards
               move "N" to LateChargeFlag
           end-if.

       AddToCourseCharge.
           if BillIsCharge
               if ChargeImage = spaces
                   move billrec to ChargeImage
               end-if
               add billamount to ChargeAmount
           else
               add billamount to CreditedTotal
           end-if.

       PostAwards.
           move billamount to ChargeAmount
           move billamount to ChargeLeft
           perform SweepAwards.

      *Keyed START at the student and term with low-values in the
      *award code, then read on until the student or term changes.
      *Each award that covers this charge's course posts against
      *what is left of the charge, so aid never takes a charge
      *below zero.
       SweepAwards.
           move billrec to ChargeImage
           move "N" to EndOfAwards
           move billstudentid to awdstudentid
           move RunTerm to awdterm
           move low-values to awdcode
           start awardfile key is not less than awardkey
               invalid key
                   set AwardSweepDone to true
           end-start
           perform until AwardSweepDone or ChargeLeft = zero
               read awardfile next record
                   at end
                       set AwardSweepDone to true
               end-read
               if not AwardSweepDone
                   move ChargeImage to billrec
                   if not AwardStatusOK
                           or awdstudentid not = billstudentid
                           or awdterm not = RunTerm
                       set AwardSweepDone to true
                   else
                       if AwardAnyCourse
                               or awdcoursecode = billcoursecode
                           perform ApplyOneAward
                       end-if
                   end-if
               end-if
           end-perform
           move ChargeImage to billrec.

      *A percentage is of the whole charge, less what it has already
      *credited to the course; a fixed award gives what it has not
      *yet spent on any of the student's charges.
       ApplyOneAward.
           if AwardIsPercent
               compute AwardCredit rounded =
                   ChargeAmount * awdpercent / 100
               perform SumAwardOnCourse
               if AwardCredit > AwardOnCourse
                   subtract AwardOnCourse from AwardCredit
               else
                   move zero to AwardCredit
               end-if
           else
               if awdapplied < awdamount
                   compute AwardCredit = awdamount - awdapplied
               else
                   move zero to AwardCredit
               end-if
           end-if
           if AwardCredit > ChargeLeft
               move ChargeLeft to AwardCredit
           end-if
           if AwardCredit > zero
               perform WriteAwardCredit
           end-if.

      *What this award has already credited to the course on any
      *run - the charge is put back in billrec afterwards.
       SumAwardOnCourse.
           move zero to AwardOnCourse
           perform StartTermBills
           perform until AllPriorRead
               if billcoursecode = enrcoursecode
                       and BillIsAward
                       and billawardcode = awdcode
                   add billamount to AwardOnCourse
               end-if
               perform ReadPriorBill
           end-perform
           move ChargeImage to billrec.

      *The credit carries the charge's student, course, date and
      *term; hours and rate are zero as on a transfer credit.
       WriteAwardCredit.
           move zero to billcredithours
           move zero to billrate
           move AwardCredit to billamount
           move "AWARD" to billtype
           move awdcode to billawardcode
           perform GetNextBillSeq
           if SeqNumberGiven
               write billrec
           end-if
           if SeqNumberGiven and BillStatusOK
               add 1 to AwardsPosted
               add AwardCredit to GrandAid
               subtract AwardCredit from ChargeLeft
               perform AddAidToCourseTotals
               if LateChargeDue
                   perform WriteLateChargeLine
               end-if
               perform WriteAwardLine
               add AwardCredit to awdapplied
               rewrite awardrec
               if not AwardStatusOK
                   DISPLAY "Warning - award " awdcode " for student "
                       awdstudentid " not updated - status "
                       AwardFileStatus
                   set JournalError to true
               end-if
           else
               DISPLAY "bills.dat write error - status "
                   BillFileStatus ". Award " awdcode " for student "
                   billstudentid " not posted."
               set JournalError to true
           end-if.

      *Aid on a course billed on an earlier run may be the first
      *this run sees of the course - it gets a slot with no bills.
       AddAidToCourseTotals.
           set TotIdx to 1
           search CourseTotalEntry
               at end
                   perform OpenAidTotalSlot
               when TotCourseCode (TotIdx) = billcoursecode
                   add AwardCredit to TotAid (TotIdx)
           end-search.

       OpenAidTotalSlot.
           if CourseTotalCount < 50
               add 1 to CourseTotalCount
               set TotIdx to CourseTotalCount
               move billcoursecode to TotCourseCode (TotIdx)
               move zero to TotStudents (TotIdx)
               move zero to TotAmount (TotIdx)
               move AwardCredit to TotAid (TotIdx)
           else
               DISPLAY "Course totals table full - course "
                   billcoursecode " aid not subtotalled."
           end-if.

      *Late aid prints under a line naming the charge it is against,
      *once for the enrollment, since that charge is not on this
      *register.
       WriteLateChargeLine.
           move "N" to LateChargeFlag
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           move spaces to registerline
           string billstudentid " " billcoursecode
               " - billed on an earlier run" delimited by size
               into registerline
           perform WriteRegisterLine
           add 1 to LineCount.

       WriteAwardLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           move awdcode to AwlCode
           move awdsource to AwlSource
           move AwardCredit to AwlAmount
           write registerline from AwardLine
           perform CheckRegisterWriteStatus
           add 1 to LineCount.

      *The running figures for this enrollment's course - a fresh slot
      *is opened the first time a course appears in the run.
       AddToCourseTotals.
           set TotIdx to 1
               move billcoursecode to TotCourseCode (TotIdx)
               move 1 to TotStudents (TotIdx)
               move billamount to TotAmount (TotIdx)
               move zero to TotAid (TotIdx)
           else
               DISPLAY "Course totals table full - course "
                   billcoursecode " not subtotalled."
           end-if
           move BilledCount to GtlStudents
           move GrandTotal to GtlAmount
           move GrandAid to GtlAid
           write registerline from GrandTotalLine
           perform CheckRegisterWriteStatus.

           move TotCourseCode (TotIdx) to CtlCourseCode
           move TotStudents (TotIdx) to CtlStudents
           move TotAmount (TotIdx) to CtlAmount
           move TotAid (TotIdx) to CtlAid
           write registerline from CourseTotalLine
           perform CheckRegisterWriteStatus.

                       CourseFileStatus
           end-evaluate.

       CheckEnrollOpenStatus.
           evaluate true
               when EnrollStatusOK
                   continue
               when EnrollStatusNotFnd
                   DISPLAY "enroll.dat not found - nothing to bill."
                   set JournalError to true
               when other
                   DISPLAY "enroll.dat will not open - status "
                       EnrollFileStatus
                   set JournalError to true
           end-evaluate.

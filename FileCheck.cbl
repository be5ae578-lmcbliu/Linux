      *StudentId has no master record, students whose CourseCode
      *fails the course master lookup, out-of-sequence or unreadable
      *records, and a hash total of StudentId to compare against
      *yesterday's run to prove nothing was silently lost. The
      *indexed bills and payments files get the same count, sequence
      *and hash check, an amount total each, and a check that no
      *record carries a sequence number above the last one seqctl.dat
      *has handed out - one that did would be given out again.

       Environment division.
       input-output section.
               access mode is dynamic
               record key is coursemastercode
               file status is CourseFileStatus.
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

       Data division.
       file section.
       FD coursefile.
           COPY COURSES.

       FD billfile.
           COPY BILLS.

       FD paymentfile.
           COPY PAYMENTS.

       Working-storage section.
       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 CourseStatusEOF   value "10".
           88 CourseStatusNotFnd value "35".

       01 BillFileStatus        pic xx.
           88 BillStatusOK      value "00".
           88 BillStatusEOF     value "10".
           88 BillStatusNotFnd  value "35".

       01 PaymentFileStatus     pic xx.
           88 PaymentStatusOK   value "00".
           88 PaymentStatusEOF  value "10".
           88 PaymentStatusNotFnd value "35".

       01 CheckCounts.
           05 StudentCount      pic 9(7) value zero.
           05 GradeCount        pic 9(7) value zero.
           05 GradeSeqErrors    pic 9(5) value zero.
           05 UnreadableCount   pic 9(5) value zero.
           05 StudentIdHash     pic 9(12) value zero.
           05 BillCount         pic 9(7) value zero.
           05 PaymentCount      pic 9(7) value zero.
           05 BillSeqErrors     pic 9(5) value zero.
           05 PaymentSeqErrors  pic 9(5) value zero.
           05 SeqCtlErrors      pic 9(5) value zero.
           05 BillIdHash        pic 9(12) value zero.
           05 PaymentIdHash     pic 9(12) value zero.
           05 BillAmountTotal   pic 9(10)v99 value zero.
           05 PaymentAmountTotal pic 9(10)v99 value zero.
           05 BillHighSeq       pic 9(7) value zero.
           05 PaymentHighSeq    pic 9(7) value zero.

       01 SequenceWork.
           05 PriorStudentId    pic 9(7) value zero.
               10 PriorGradeId  pic 9(7) value zero.
               10 PriorGradeCrs pic x(4) value low-values.
               10 PriorGradeTrm pic x(6) value low-values.
           05 PriorBillKey      pic x(20) value low-values.
           05 PriorPayKey       pic x(18) value low-values.
           05 SeqFileHigh       pic 9(7) value zero.

       01 EndOfGrades           pic x value "N".
           88 AllGradesRead     value "Y".
       01 EndOfCourses          pic x value "N".
           88 AllCoursesRead    value "Y".
       01 EndOfBills            pic x value "N".
           88 AllBillsRead      value "Y".
       01 EndOfPayments         pic x value "N".
           88 AllPaymentsRead   value "Y".

      *Whether each lookup file opened - remembered at open time,
      *because the file status itself is overwritten by every keyed
           88 StudentLookupOn   value "Y".

           COPY JRNLAREA.
           COPY SEQAREA.

       Procedure division.
       begin.
           move low-values to PriorGradeTrm
           move "N" to EndOfGrades
           move "N" to EndOfCourses
           move "N" to EndOfBills
           move "N" to EndOfPayments
           move low-values to PriorBillKey
           move low-values to PriorPayKey
           move "N" to CourseLookupFlag
           move "N" to StudentLookupFlag
           DISPLAY "Master File Integrity Check"
           perform CheckStudentFile
           perform CheckGradeFile
           perform CheckCourseFile
           perform CheckBillFile
           perform CheckPaymentFile
           perform ShowCheckTotals
           set JournalEnd to true
           compute jrnlreads = StudentCount + GradeCount
               + CourseCount + BillCount + PaymentCount
           if OrphanGradeCount > zero or OrphanCourseCount > zero
                   or StudentSeqErrors > zero
                   or GradeSeqErrors > zero
                   or BillSeqErrors > zero
                   or PaymentSeqErrors > zero
                   or SeqCtlErrors > zero
                   or UnreadableCount > zero
               set JournalError to true
           end-if
               close coursefile
           end-if.

      *Sequential pass of bills.dat - count, key sequence, StudentId
      *hash, amount total and the highest sequence number on file.
       CheckBillFile.
           open input billfile
           perform CheckBillOpenStatus
           if BillStatusOK
               read billfile
                   at end set AllBillsRead to true
               end-read
               perform CheckBillReadStatus
               perform until AllBillsRead
                   perform CheckOneBill
                   read billfile
                       at end set AllBillsRead to true
                   end-read
                   perform CheckBillReadStatus
               end-perform
               close billfile
               move "bills" to seqfilename
               move BillHighSeq to seqnumber
               perform CheckAgainstSeqCtl
           end-if.

       CheckOneBill.
           add 1 to BillCount
           add billstudentid to BillIdHash
           add billamount to BillAmountTotal
           if billkey not > PriorBillKey
               add 1 to BillSeqErrors
               display "  out of sequence: bill key " billkey
                   " follows " PriorBillKey
           end-if
           move billkey to PriorBillKey
           if billseqno > BillHighSeq
               move billseqno to BillHighSeq
           end-if.

      *Sequential pass of payments.dat - the same checks as bills.dat.
       CheckPaymentFile.
           open input paymentfile
           perform CheckPaymentOpenStatus
           if PaymentStatusOK
               read paymentfile
                   at end set AllPaymentsRead to true
               end-read
               perform CheckPaymentReadStatus
               perform until AllPaymentsRead
                   perform CheckOnePayment
                   read paymentfile
                       at end set AllPaymentsRead to true
                   end-read
                   perform CheckPaymentReadStatus
               end-perform
               close paymentfile
               move "payments" to seqfilename
               move PaymentHighSeq to seqnumber
               perform CheckAgainstSeqCtl
           end-if.

       CheckOnePayment.
           add 1 to PaymentCount
           add paystudentid to PaymentIdHash
           add payamount to PaymentAmountTotal
           if paykey not > PriorPayKey
               add 1 to PaymentSeqErrors
               display "  out of sequence: payment key " paykey
                   " follows " PriorPayKey
           end-if
           move paykey to PriorPayKey
           if payseqno > PaymentHighSeq
               move payseqno to PaymentHighSeq
           end-if.

      *The highest number on the file, in seqnumber, against the last
      *one seqctl.dat holds for it. A keyed file seqctl.dat has lost
      *track of can take nothing new, or would be given numbers it
      *already holds; FinConvert's mode R rebuilds the entry from
      *the file without touching it.
       CheckAgainstSeqCtl.
           move seqnumber to SeqFileHigh
           set SeqGetLast to true
           call "NextSeq" using seqarea
           evaluate true
               when SeqNotGiven
                   add 1 to SeqCtlErrors
                   display "  seqctl.dat has no entry for "
                       seqfilename
               when SeqFileHigh > seqnumber
                   add 1 to SeqCtlErrors
                   display "  " seqfilename " number " SeqFileHigh
                       " is above seqctl.dat's " seqnumber
               when other
                   continue
           end-evaluate
           if SeqNotGiven or SeqFileHigh > seqnumber
               display "  - rebuild the entry with FinConvert, mode R"
           end-if.

       ShowCheckTotals.
           DISPLAY " "
           DISPLAY "students.dat record count .... " StudentCount
           DISPLAY "grades.dat record count ...... " GradeCount
           DISPLAY "courses.dat record count ..... " CourseCount
           DISPLAY "bills.dat record count ....... " BillCount
           DISPLAY "payments.dat record count .... " PaymentCount
           DISPLAY "grades with no master ........ " OrphanGradeCount
           DISPLAY "orphan course codes .......... " OrphanCourseCount
           DISPLAY "students out of sequence ..... " StudentSeqErrors
           DISPLAY "grades out of sequence ....... " GradeSeqErrors
           DISPLAY "bills out of sequence ........ " BillSeqErrors
           DISPLAY "payments out of sequence ..... " PaymentSeqErrors
           DISPLAY "numbers past seqctl.dat ...... " SeqCtlErrors
           DISPLAY "unreadable records ........... " UnreadableCount
           DISPLAY "StudentId hash total ......... " StudentIdHash
           DISPLAY "bills.dat StudentId hash ..... " BillIdHash
           DISPLAY "bills.dat amount total ....... " BillAmountTotal
           DISPLAY "payments.dat StudentId hash .. " PaymentIdHash
           DISPLAY "payments.dat amount total .... "
               PaymentAmountTotal
           DISPLAY "Compare the hash totals against yesterday's run.".

      *Gives the operator a plain-English message instead of letting
      *a bad OPEN abend the run.
                   set JournalError to true
           end-evaluate.

       CheckBillOpenStatus.
           evaluate true
               when BillStatusOK
                   continue
               when BillStatusNotFnd
                   DISPLAY "bills.dat not found."
                   set JournalError to true
               when other
                   DISPLAY "bills.dat will not open - status "
                       BillFileStatus
                   set JournalError to true
           end-evaluate.

       CheckPaymentOpenStatus.
           evaluate true
               when PaymentStatusOK
                   continue
               when PaymentStatusNotFnd
                   DISPLAY "payments.dat not found."
                   set JournalError to true
               when other
                   DISPLAY "payments.dat will not open - status "
                       PaymentFileStatus
                   set JournalError to true
           end-evaluate.

      *Called after every READ. Status 10 is normal end of file and
      *is not an error - anything else counts as unreadable and ends
      *that file's pass rather than looping on a broken record.
                   CourseFileStatus
               set AllCoursesRead to true
           end-if.

       CheckBillReadStatus.
           if not BillStatusOK and not BillStatusEOF
               add 1 to UnreadableCount
               DISPLAY "bills.dat record read error - status "
                   BillFileStatus
               set AllBillsRead to true
           end-if.

       CheckPaymentReadStatus.
           if not PaymentStatusOK and not PaymentStatusEOF
               add 1 to UnreadableCount
               DISPLAY "payments.dat record read error - status "
                   PaymentFileStatus
               set AllPaymentsRead to true
           end-if.

       identification division.
       program-id. GradeRescale.
       Author. Bo Liu.
      *Re-derive run for a keyed term after a grading scale change.
      *Every grade on grades.dat for the term has its letter grade
      *and pass flag derived again from its marks on the scale now in
      *effect for its course in that term - the same call GradeEntry
      *and GradeApply make - and any grade whose letter or pass flag
      *comes out different is rewritten, audited as GRDRDV under the
      *operator with the before and after grade images, and listed.
      *Marks are never touched. Grades already archived to
      *history.dat are not re-derived; they stand as awarded, and so
      *does a withdrawal's W, which has no marks to derive from.

       Environment division.
       input-output section.
       file-control.
           select gradefile assign to "C:\Cobol\grades.dat"
               organization is indexed
               access mode is dynamic
               record key is gradekey
               file status is GradeFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select redofile assign to dynamic RedoFileName
               organization is line sequential
               file status is RedoFileStatus.

       Data division.
       file section.
       FD gradefile.
           COPY GRADES.

       FD auditfile.
           COPY AUDIT.

       FD redofile.
       01 redoline              pic x(70).

       Working-storage section.
       01 GradeFileStatus       pic xx.
           88 GradeStatusOK     value "00".
           88 GradeStatusNotFnd value "35".

       01 AuditFileStatus       pic xx.
           88 AuditStatusOK     value "00".
           88 AuditStatusNotFound value "35".

       01 RedoFileStatus        pic xx.
           88 RedoStatusOK      value "00".

       01 RedoFileName          pic x(30).

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

       01 AuditImages.
           05 AuditAction       pic x(6).
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

       01 EndOfGrades           pic x value "N".
           88 AllGradesRead     value "Y".

      *The term asked for - blank is the current one.
       01 WantedTerm            pic x(6).

       01 RedoWork.
           05 OldLetter         pic x.
           05 OldPassFlag       pic x.
           05 GradesRead        pic 9(7) value zero.
           05 TermGrades        pic 9(7) value zero.
           05 ChangedCount      pic 9(7) value zero.

       01 RunDateYMD            pic 9(8).

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

       01 HeadingLine1.
           05 filler            pic x(20)
               value "Grade Re-derivation ".
           05 filler            pic x(5) value "Term ".
           05 HeadTerm          pic x(6).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2  pic x(50)
           value "Student Course Marks  Letter     Pass".

       01 ChangeLine.
           05 ChStudentId       pic 9(7).
           05 filler            pic x value space.
           05 ChCourseCode      pic x(4).
           05 filler            pic x(3) value space.
           05 ChMarks           pic zz9.
           05 filler            pic x(3) value space.
           05 ChOldLetter       pic x.
           05 filler            pic x(4) value " -> ".
           05 ChNewLetter       pic x.
           05 filler            pic x(5) value space.
           05 ChOldPass         pic x.
           05 filler            pic x(4) value " -> ".
           05 ChNewPass         pic x.

       01 TotalLine.
           05 filler            pic x(15) value "Grades in term ".
           05 TlTermGrades      pic zzzzzz9.
           05 filler            pic x(12) value "   changed  ".
           05 TlChanged         pic zzzzzz9.

           COPY SCLAREA.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "GradeRescale" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's totals.
           move "N" to EndOfGrades
           initialize RedoWork
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "GradeRescale" to oprprogram
           set OprGetSession to true
           call "OperSession" using oprarea
           move oprid to OperatorId
           DISPLAY "Enter term to re-derive (e.g. 2026FA, blank = "
               "current): " WITH NO ADVANCING
           ACCEPT WantedTerm
           if WantedTerm = spaces
               call "CurrentTerm" using WantedTerm
           end-if
           open i-o gradefile
           evaluate true
               when GradeStatusOK
                   perform OpenAuditFile
                   perform ProduceRedoReport
                   close gradefile
                   close auditfile
               when GradeStatusNotFnd
                   DISPLAY "grades.dat not found - nothing to do."
               when other
                   DISPLAY "grades.dat will not open - status "
                       GradeFileStatus
                   set JournalError to true
           end-evaluate
           set JournalEnd to true
           move OperatorId to jrnloperator
           move GradesRead to jrnlreads
           move ChangedCount to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

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

       ProduceRedoReport.
           move "grdredo" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to RedoFileName
           open output redofile
           if not RedoStatusOK
               DISPLAY RedoFileName " will not open - status "
                   RedoFileStatus ". Nothing re-derived."
               set JournalError to true
           else
               perform WriteHeading
               perform ReadGrade
               perform until AllGradesRead
                   if gradeterm = WantedTerm and not GradeWithdrawn
                       perform RederiveOneGrade
                   end-if
                   perform ReadGrade
               end-perform
               move TermGrades to TlTermGrades
               move ChangedCount to TlChanged
               move spaces to redoline
               write redoline
               perform CheckRedoWriteStatus
               write redoline from TotalLine
               perform CheckRedoWriteStatus
               close redofile
               DISPLAY TermGrades " grade(s) in " WantedTerm ", "
                   ChangedCount " changed - report on " RedoFileName
           end-if.

       ReadGrade.
           read gradefile next record
               at end set AllGradesRead to true
           end-read
           if not AllGradesRead
               if not GradeStatusOK
                   DISPLAY "grades.dat record read error - status "
                       GradeFileStatus
                   set AllGradesRead to true
                   set JournalError to true
               else
                   add 1 to GradesRead
               end-if
           end-if.

       RederiveOneGrade.
           add 1 to TermGrades
           move gradeletter to OldLetter
           move gradepassflag to OldPassFlag
           move graderec to OldRecordImage
           move "L" to sclrequest
           move gradecoursecode to sclcoursecode
           move gradeterm to sclterm
           move grademarks to sclmarks
           call "GradeScale" using sclarea
           if sclletter not = OldLetter
                   or sclpassflag not = OldPassFlag
               move sclletter to gradeletter
               move sclpassflag to gradepassflag
               rewrite graderec
               if GradeStatusOK
                   add 1 to ChangedCount
                   move "GRDRDV" to AuditAction
                   move graderec to NewRecordImage
                   perform WriteAuditRecord
                   perform WriteChangeLine
               else
                   DISPLAY "Grade for " gradestudentid " "
                       gradecoursecode " not rewritten - status "
                       GradeFileStatus
                   set JournalError to true
               end-if
           end-if.

       WriteChangeLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           move gradestudentid to ChStudentId
           move gradecoursecode to ChCourseCode
           move grademarks to ChMarks
           move OldLetter to ChOldLetter
           move gradeletter to ChNewLetter
           move OldPassFlag to ChOldPass
           move gradepassflag to ChNewPass
           write redoline from ChangeLine
           perform CheckRedoWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move WantedTerm to HeadTerm
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           write redoline from HeadingLine1
           perform CheckRedoWriteStatus
           write redoline from HeadingLine2
           perform CheckRedoWriteStatus
           move 2 to LineCount.

      *Called after every WRITE. A lost report line is a warning,
      *not a reason to stop the run.
       CheckRedoWriteStatus.
           if not RedoStatusOK
               DISPLAY RedoFileName " write error - status "
                   RedoFileStatus
           end-if.

      *Logs the regrade against the student, with the grade images
      *before and after, in the same audit file the student
      *maintenance writes.
       WriteAuditRecord.
           ACCEPT AuditDate FROM DATE YYYYMMDD.
           ACCEPT AuditTime FROM TIME.
           move gradestudentid to audstudentid
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
                       gradestudentid " was not written - status "
                       AuditFileStatus
               end-if
           end-if.

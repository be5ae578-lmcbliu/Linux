       identification division.
       program-id. Cohort.
       Author. Bo Liu.
      *Cohort retention report. Every student with an entry term on
      *entry.dat belongs to that term's cohort, and is followed
      *through to where they stand now: retained if still on the
      *student master, completed if the end-of-term run archived
      *them to history.dat, withdrawn if neither - taken off the
      *master by a delete. Each cohort gets a block giving its
      *students, with retained, completed and withdrawn counts and
      *percentages, by course, by gender and by disability support,
      *the same breakdown DemoStats gives the live master, and the
      *report closes with the same breakdown across every cohort.
      *A student's course, gender and disability support come from
      *the master record, the archived image, or for a withdrawn
      *student the image their delete - or failing that their add -
      *left on the audit trail.

       Environment division.
       input-output section.
       file-control.
           select entryfile assign to "C:\Cobol\entry.dat"
               organization is indexed
               access mode is sequential
               record key is entstudentid
               file status is EntryFileStatus.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is random
               record key is studentid
               file status is StudentFileStatus.
           select historyfile assign to "C:\Cobol\history.dat"
               organization is line sequential
               file status is HistFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.
           select workfile assign to "C:\Cobol\cohort.tmp"
               organization is line sequential
               file status is WorkFileStatus.
           select sortworkfile assign to "sortwork.tmp".
           select cohortsortfile assign to "cohsort.tmp".
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select cohortfile assign to dynamic CohortFileName
               organization is line sequential
               file status is CohortFileStatus.

       Data division.
       file section.
       FD entryfile.
           COPY ENTRYTRM.

       FD studentfile.
           COPY STUDENT.

       FD historyfile.
           COPY HISTORY.

       FD auditfile.
           COPY AUDIT.

      *One line per cohort student, already classified - the input
      *to the second sort, which orders them by cohort and course.
       FD workfile.
       01 workrec.
           05 cwtermorder       pic 9(5).
           05 cwterm            pic x(6).
           05 cwcoursecode      pic x(4).
           05 cwstudentid       pic 9(7).
           05 cwgender          pic x.
           05 cwdisabsupport    pic x.
           05 cwoutcome         pic x.

      *Everything known about a student, from each file, brought
      *together on the StudentId: E their entry term, H an archived
      *master image, D the image a delete left on the audit trail,
      *A the image their add left there. The sequence keeps the
      *trail's own order within a student.
       SD sortworkfile.
       01 sortrec.
           05 sortstudentid     pic 9(7).
           05 sortseq           pic 9(9).
           05 sorttype          pic x.
               88 SortIsEntry   value "E".
               88 SortIsHistory value "H".
               88 SortIsDelete  value "D".
               88 SortIsAdd     value "A".
           05 sortterm          pic x(6).
           05 sortimage         pic x(68).

      *Byte-for-byte the workrec layout, with its own data-names.
       SD cohortsortfile.
       01 cohortsortrec.
           05 cstermorder       pic 9(5).
           05 csterm            pic x(6).
           05 cscoursecode      pic x(4).
           05 csstudentid       pic 9(7).
           05 csgender          pic x.
           05 csdisabsupport    pic x.
               88 CsHasDisabSup value "Y".
           05 csoutcome         pic x.
               88 CsRetained    value "R".
               88 CsCompleted   value "C".
               88 CsWithdrawn   value "W".

       FD cohortfile.
       01 cohortline            pic x(70).

       Working-storage section.
       01 EntryFileStatus       pic xx.
           88 EntryStatusOK     value "00".
           88 EntryStatusEOF    value "10".
           88 EntryStatusNotFnd value "35".

       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 StatusNotFound    value "35".

       01 HistFileStatus        pic xx.
           88 HistStatusOK      value "00".
           88 HistStatusNotFnd  value "35".

       01 AuditFileStatus       pic xx.
           88 AuditStatusOK     value "00".
           88 AuditStatusNotFnd value "35".

       01 WorkFileStatus        pic xx.
           88 WorkStatusOK      value "00".

       01 CohortFileStatus      pic xx.
           88 CohortStatusOK    value "00".

       01 CohortFileName        pic x(30).

           COPY RPTAREA.

      *A master record image - live, archived or off the audit trail
      *- decoded against the student layout, with its own data-names
      *so they do not clash with the student file's.
           COPY STUDENT
               REPLACING ==studentrec==          BY ==heldrec==
                         ==endofstudentfile==    BY ==heldendofrec==
                         ==studentid==           BY ==HeldStudentId==
                         ==StudentName==         BY ==HeldStudentName==
                         ==surname==             BY ==HeldSurname==
                         ==initials==            BY ==HeldInitials==
                         ==Dateofbirth==         BY ==HeldDateofbirth==
                         ==Yobirth==             BY ==HeldYobirth==
                         ==Mobirth==             BY ==HeldMobirth==
                         ==Dobirth==             BY ==HeldDobirth==
                         ==coursecode==          BY ==HeldCoursecode==
                         ==ValidGender==         BY ==HeldValidGender==
                         ==Gender==              BY ==HeldGender==
                         ==Ethnicity==           BY ==HeldEthnicity==
                         ==HasDisabilitySupport== BY ==HeldHasDisSup==
                         ==DisabilitySupport==   BY ==HeldDisSupport==
                         ==EmergencyContact==    BY ==HeldEmergCont==
                         ==EmergContactName==    BY ==HeldEmergName==
                         ==EmergContactPhone==   BY ==HeldEmergPhone==.

       01 EndFlags.
           05 EndOfEntries      pic x value "N".
               88 AllEntriesRead value "Y".
           05 EndOfHistory      pic x value "N".
               88 AllHistoryRead value "Y".
           05 EndOfAudit        pic x value "N".
               88 AllAuditRead  value "Y".
           05 SortDone          pic x value "N".
               88 AllSorted     value "Y".
           05 CohortSortDone    pic x value "N".
               88 AllCohortSorted value "Y".
           05 StudentLookup     pic x value "N".
               88 StudentLookupOn value "Y".

      *The cohort asked for - blank is every cohort on file.
       01 WantedTerm            pic x(6).

       01 ReadCounts.
           05 EntriesRead       pic 9(7) value zero.
           05 HistoryRead       pic 9(7) value zero.
           05 AuditRead         pic 9(7) value zero.
           05 ReleaseSeq        pic 9(9) value zero.
           05 NoDetailCount     pic 9(7) value zero.

      *What the first sort has gathered on the student in hand.
       01 StudentGroup.
           05 PriorStudentId    pic 9(7) value zero.
           05 GroupTerm         pic x(6).
           05 GroupHistImage    pic x(68).
           05 GroupDelImage     pic x(68).
           05 GroupAddImage     pic x(68).
           05 GroupFound        pic x value "N".
               88 GroupStarted  value "Y".

      *A term sorts as its year then its half - spring before fall -
      *so cohorts come out in the order they entered.
       01 TermWork.
           05 TermCode          pic x(6).
           05 TermCodeParts redefines TermCode.
               10 TermYear      pic 9(4).
               10 TermHalf      pic x(2).
                   88 SpringTerm value "SP".

      *One row of counters per reporting line - the course in hand,
      *gender M, F and O, with and without disability support, and
      *the block total - each a headcount and a count per outcome:
      *retained, completed, withdrawn. One table for the cohort in
      *hand and one for every cohort, kept in step record by record.
       01 CohortStats.
           05 CohRow            occurs 7 times
                                 indexed by CohIdx.
               10 CohStudents   pic 9(7).
               10 CohOutcome    pic 9(7) occurs 3 times.

       01 AllStats.
           05 AllRow            occurs 7 times
                                 indexed by AllIdx.
               10 AllStudents   pic 9(7).
               10 AllOutcome    pic 9(7) occurs 3 times.

      *The row being printed, moved across from either table.
       01 LineCounts.
           05 LineStudents      pic 9(7).
           05 LineOutcome       pic 9(7) occurs 3 times
                                 indexed by LineIdx.

       01 StatsWork.
           05 PriorTermOrder    pic 9(5) value zero.
           05 PriorTerm         pic x(6) value spaces.
           05 PriorCourse       pic x(4) value spaces.
           05 RowForGender      pic 9.
           05 RowForDisab       pic 9.
           05 OutcomeCol        pic 9.
           05 StatPercent       pic 9(3)v9.
           05 CohortsReported   pic 9(5) value zero.

       01 RunDateYMD            pic 9(8).

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

       01 HeadingLine1.
           05 filler            pic x(20) value "Cohort Retention -".
           05 filler            pic x(12) value " Entry term ".
           05 HeadTerm          pic x(6).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2.
           05 filler            pic x(30)
               value "Group                    Total".
           05 filler            pic x(12) value "    Retained".
           05 filler            pic x(12) value "   Completed".
           05 filler            pic x(12) value "   Withdrawn".

       01 HeadingLine3.
           05 filler            pic x(30) value spaces.
           05 filler            pic x(12) value "   No.   Pct".
           05 filler            pic x(12) value "   No.   Pct".
           05 filler            pic x(12) value "   No.   Pct".

       01 StatDetailLine.
           05 DetLabel          pic x(20).
           05 DetValue          pic x(5).
           05 DetStudents       pic zzzz9.
           05 DetOutcome        occurs 3 times
                                 indexed by DetIdx.
               10 filler        pic x.
               10 DetCount      pic zzzz9.
               10 filler        pic x.
               10 DetPercent    pic zz9.9.

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "Cohort" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's flags or
      *    totals.
           initialize EndFlags
           initialize ReadCounts
           initialize StudentGroup
           initialize CohortStats
           initialize AllStats
           initialize StatsWork
           move zero to PageNumber
           move zero to LineCount
           move spaces to StatDetailLine
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           DISPLAY "Enter entry term (e.g. 2026FA, blank = all): "
               WITH NO ADVANCING
           ACCEPT WantedTerm
           inspect WantedTerm converting "spfa" to "SPFA"
           open input entryfile
           evaluate true
               when EntryStatusOK
                   perform ProduceCohortReport
               when EntryStatusNotFnd
                   DISPLAY "entry.dat not found - run the entry term "
                       "load first."
               when other
                   DISPLAY "entry.dat will not open - status "
                       EntryFileStatus
                   set JournalError to true
           end-evaluate
           set JournalEnd to true
           move EntriesRead to jrnlreads
           call "RunJournal" using jrnlarea
           goback.

      *The first sort brings each student's records together and
      *classifies them onto the work file; the second orders the
      *work file by cohort and course for the report.
       ProduceCohortReport.
           open input studentfile
           if not StatusOK and not StatusNotFound
               DISPLAY "students.dat will not open - status "
                   StudentFileStatus ". No report produced."
               set JournalError to true
               close entryfile
           else
               if StatusOK
                   set StudentLookupOn to true
               end-if
               open output workfile
               if not WorkStatusOK
                   DISPLAY "cohort.tmp will not open - status "
                       WorkFileStatus ". No report produced."
                   set JournalError to true
                   close entryfile
               else
                   sort sortworkfile
                       on ascending key sortstudentid sortseq
                       input procedure is SelectStudentRecords
                       output procedure is ClassifyStudents
                   close entryfile
                   close workfile
                   perform ProduceReportFile
               end-if
               if StudentLookupOn
                   close studentfile
               end-if
           end-if.

       ProduceReportFile.
           move "cohort" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to CohortFileName
           open output cohortfile
           if not CohortStatusOK
               DISPLAY CohortFileName " will not open - status "
                   CohortFileStatus ". No report produced."
               set JournalError to true
           else
               sort cohortsortfile
                   on ascending key cstermorder cscoursecode
                                    csstudentid
                   using workfile
                   output procedure is WriteCohortReport
               close cohortfile
               DISPLAY AllStudents (7) " student(s) in "
                   CohortsReported " cohort(s) - report on "
                   CohortFileName
               if NoDetailCount > zero
                   DISPLAY NoDetailCount " withdrawn student(s) with"
                       " no record image left - counted without "
                       "course or gender."
               end-if
           end-if.

      *Entry terms for the cohorts wanted, every archived master
      *image, and every add and delete image on the audit trail.
      *History and audit records for students outside the cohorts
      *wanted are dropped by the classification.
       SelectStudentRecords.
           perform ReadEntryRecord
           perform until AllEntriesRead
               if WantedTerm = spaces or entterm = WantedTerm
                   move entstudentid to sortstudentid
                   set SortIsEntry to true
                   move entterm to sortterm
                   move spaces to sortimage
                   perform ReleaseStudentRecord
               end-if
               perform ReadEntryRecord
           end-perform
           perform SelectHistoryImages
           perform SelectAuditImages.

       ReadEntryRecord.
           read entryfile next record
               at end set AllEntriesRead to true
           end-read
           if not AllEntriesRead
               if not EntryStatusOK
                   DISPLAY "entry.dat record read error - status "
                       EntryFileStatus
                   set AllEntriesRead to true
                   set JournalError to true
               else
                   add 1 to EntriesRead
               end-if
           end-if.

       SelectHistoryImages.
           open input historyfile
           evaluate true
               when HistStatusOK
                   perform ReadHistoryRecord
                   perform until AllHistoryRead
                       if HistIsStudent
                           move histrecord to heldrec
                           move HeldStudentId to sortstudentid
                           set SortIsHistory to true
                           move spaces to sortterm
                           move histrecord to sortimage
                           perform ReleaseStudentRecord
                       end-if
                       perform ReadHistoryRecord
                   end-perform
                   close historyfile
               when HistStatusNotFnd
                   continue
               when other
                   DISPLAY "history.dat will not open - status "
                       HistFileStatus ". Completions not counted."
                   set JournalError to true
           end-evaluate.

       ReadHistoryRecord.
           read historyfile
               at end set AllHistoryRead to true
           end-read
           if not AllHistoryRead
               if not HistStatusOK
                   DISPLAY "history.dat record read error - status "
                       HistFileStatus
                   set AllHistoryRead to true
                   set JournalError to true
               else
                   add 1 to HistoryRead
               end-if
           end-if.

       SelectAuditImages.
           open input auditfile
           evaluate true
               when AuditStatusOK
                   perform ReadAuditRecord
                   perform until AllAuditRead
                       evaluate audaction
                           when "DELETE"
                               move audstudentid to sortstudentid
                               set SortIsDelete to true
                               move spaces to sortterm
                               move audoldrecord to sortimage
                               perform ReleaseStudentRecord
                           when "ADD"
                               move audstudentid to sortstudentid
                               set SortIsAdd to true
                               move spaces to sortterm
                               move audnewrecord to sortimage
                               perform ReleaseStudentRecord
                       end-evaluate
                       perform ReadAuditRecord
                   end-perform
                   close auditfile
               when AuditStatusNotFnd
                   continue
               when other
                   DISPLAY "audit.dat will not open - status "
                       AuditFileStatus ". Withdrawn students counted "
                       "without course or gender."
                   set JournalError to true
           end-evaluate.

       ReadAuditRecord.
           read auditfile
               at end set AllAuditRead to true
           end-read
           if not AllAuditRead
               if not AuditStatusOK
                   DISPLAY "audit.dat record read error - status "
                       AuditFileStatus
                   set AllAuditRead to true
                   set JournalError to true
               else
                   add 1 to AuditRead
               end-if
           end-if.

       ReleaseStudentRecord.
           add 1 to ReleaseSeq
           move ReleaseSeq to sortseq
           release sortrec.

      *Control break on StudentId.
       ClassifyStudents.
           perform until AllSorted
               return sortworkfile
                   at end set AllSorted to true
                   not at end perform GatherSortedRecord
               end-return
           end-perform
           if GroupStarted
               perform ClassifyOneStudent
           end-if.

      *The latest delete image stands, since a student can be added
      *and deleted more than once; the earliest add image stands.
       GatherSortedRecord.
           if not GroupStarted or sortstudentid not = PriorStudentId
               if GroupStarted
                   perform ClassifyOneStudent
               end-if
               move sortstudentid to PriorStudentId
               move spaces to GroupTerm
               move spaces to GroupHistImage
               move spaces to GroupDelImage
               move spaces to GroupAddImage
               set GroupStarted to true
           end-if
           evaluate true
               when SortIsEntry
                   move sortterm to GroupTerm
               when SortIsHistory
                   move sortimage to GroupHistImage
               when SortIsDelete
                   move sortimage to GroupDelImage
               when SortIsAdd
                   if GroupAddImage = spaces
                       move sortimage to GroupAddImage
                   end-if
           end-evaluate.

      *Only a student in a cohort wanted is classified. The live
      *master decides retained; failing that an archived image
      *decides completed; anyone else left by a delete.
       ClassifyOneStudent.
           if GroupTerm not = spaces
               move PriorStudentId to cwstudentid
               move spaces to heldrec
               move "N" to cwoutcome
               if StudentLookupOn
                   move PriorStudentId to studentid
                   read studentfile
                       invalid key
                           continue
                       not invalid key
                           move studentrec to heldrec
                           move "R" to cwoutcome
                   end-read
               end-if
               if cwoutcome = "N"
                   evaluate true
                       when GroupHistImage not = spaces
                           move GroupHistImage to heldrec
                           move "C" to cwoutcome
                       when GroupDelImage not = spaces
                           move GroupDelImage to heldrec
                           move "W" to cwoutcome
                       when GroupAddImage not = spaces
                           move GroupAddImage to heldrec
                           move "W" to cwoutcome
                       when other
                           add 1 to NoDetailCount
                           move "W" to cwoutcome
                   end-evaluate
               end-if
               move GroupTerm to TermCode
               if SpringTerm
                   compute cwtermorder = TermYear * 10 + 1
               else
                   compute cwtermorder = TermYear * 10 + 2
               end-if
               move GroupTerm to cwterm
               move HeldCoursecode to cwcoursecode
               move HeldGender to cwgender
               move HeldDisSupport to cwdisabsupport
               write workrec
               if not WorkStatusOK
                   DISPLAY "cohort.tmp write error - status "
                       WorkFileStatus ". Student " PriorStudentId
                       " not counted."
                   set JournalError to true
               end-if
           end-if.

      *Control break on cohort, then on course within it.
       WriteCohortReport.
           perform until AllCohortSorted
               return cohortsortfile
                   at end set AllCohortSorted to true
                   not at end perform CountCohortStudent
               end-return
           end-perform
           if PriorTerm not = spaces
               perform WriteCourseLine
               perform WriteCohortBlock
           end-if
           perform WriteAllCohortsBlock.

       CountCohortStudent.
           if csterm not = PriorTerm
               if PriorTerm not = spaces
                   perform WriteCourseLine
                   perform WriteCohortBlock
               end-if
               move csterm to PriorTerm
               move cstermorder to PriorTermOrder
               move cscoursecode to PriorCourse
               initialize CohortStats
               add 1 to CohortsReported
               move PriorTerm to HeadTerm
               perform WriteHeading
           end-if
           if cscoursecode not = PriorCourse
               perform WriteCourseLine
               move cscoursecode to PriorCourse
           end-if
           evaluate csgender
               when "M"
                   move 2 to RowForGender
               when "F"
                   move 3 to RowForGender
               when other
                   move 4 to RowForGender
           end-evaluate
           if CsHasDisabSup
               move 5 to RowForDisab
           else
               move 6 to RowForDisab
           end-if
           evaluate true
               when CsRetained
                   move 1 to OutcomeCol
               when CsCompleted
                   move 2 to OutcomeCol
               when other
                   move 3 to OutcomeCol
           end-evaluate
           set CohIdx to 1
           perform CountIntoRows
           set CohIdx to RowForGender
           perform CountIntoRows
           set CohIdx to RowForDisab
           perform CountIntoRows
           set CohIdx to 7
           perform CountIntoRows.

      *The same row of the all-cohorts table is counted with the
      *cohort's - except the course row, which is the cohort's alone.
       CountIntoRows.
           add 1 to CohStudents (CohIdx)
           add 1 to CohOutcome (CohIdx OutcomeCol)
           if CohIdx > 1
               set AllIdx to CohIdx
               add 1 to AllStudents (AllIdx)
               add 1 to AllOutcome (AllIdx OutcomeCol)
           end-if.

      *The line for the course just finished in this cohort; the
      *row is cleared for the next course.
       WriteCourseLine.
           move "Course ............." to DetLabel
           move PriorCourse to DetValue
           move CohRow (1) to LineCounts
           perform WriteStatLine
           initialize CohRow (1).

      *The rest of the cohort's block, after its course lines.
       WriteCohortBlock.
           perform WriteBlankLine
           perform WriteGenderLines
               varying CohIdx from 2 by 1 until CohIdx > 4
           move "Disability support ." to DetLabel
           move "Y" to DetValue
           move CohRow (5) to LineCounts
           perform WriteStatLine
           move "Disability support ." to DetLabel
           move "N" to DetValue
           move CohRow (6) to LineCounts
           perform WriteStatLine
           perform WriteBlankLine
           move "Cohort total ......." to DetLabel
           move spaces to DetValue
           move CohRow (7) to LineCounts
           perform WriteStatLine.

       WriteGenderLines.
           move "Gender ............." to DetLabel
           evaluate CohIdx
               when 2
                   move "M" to DetValue
               when 3
                   move "F" to DetValue
               when other
                   move "O" to DetValue
           end-evaluate
           move CohRow (CohIdx) to LineCounts
           perform WriteStatLine.

      *Every cohort reported, in the same shape as a cohort block.
       WriteAllCohortsBlock.
           move "ALL" to HeadTerm
           perform WriteHeading
           perform WriteAllGenderLines
               varying AllIdx from 2 by 1 until AllIdx > 4
           move "Disability support ." to DetLabel
           move "Y" to DetValue
           move AllRow (5) to LineCounts
           perform WriteStatLine
           move "Disability support ." to DetLabel
           move "N" to DetValue
           move AllRow (6) to LineCounts
           perform WriteStatLine
           perform WriteBlankLine
           move "All cohorts ........" to DetLabel
           move spaces to DetValue
           move AllRow (7) to LineCounts
           perform WriteStatLine.

       WriteAllGenderLines.
           move "Gender ............." to DetLabel
           evaluate AllIdx
               when 2
                   move "M" to DetValue
               when 3
                   move "F" to DetValue
               when other
                   move "O" to DetValue
           end-evaluate
           move AllRow (AllIdx) to LineCounts
           perform WriteStatLine.

      *One statistics line - the headcount and each outcome's count
      *with its share of that headcount. The guard keeps an empty
      *row (a gender no one in the cohort has) from dividing.
       WriteStatLine.
           move LineStudents to DetStudents
           perform WorkOutOutcome
               varying LineIdx from 1 by 1 until LineIdx > 3
           perform WriteReportLine.

       WorkOutOutcome.
           set DetIdx to LineIdx
           if LineStudents = zero
               move zero to StatPercent
           else
               compute StatPercent rounded =
                   LineOutcome (LineIdx) * 100 / LineStudents
           end-if
           move LineOutcome (LineIdx) to DetCount (DetIdx)
           move StatPercent to DetPercent (DetIdx).

       WriteBlankLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           move spaces to cohortline
           write cohortline
           perform CheckCohortWriteStatus
           add 1 to LineCount.

       WriteReportLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write cohortline from StatDetailLine
           perform CheckCohortWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           write cohortline from HeadingLine1
           perform CheckCohortWriteStatus
           write cohortline from HeadingLine2
           perform CheckCohortWriteStatus
           write cohortline from HeadingLine3
           perform CheckCohortWriteStatus
           move 3 to LineCount.

      *Called after every WRITE. A lost report line is a warning,
      *not a reason to stop the report.
       CheckCohortWriteStatus.
           if not CohortStatusOK
               DISPLAY CohortFileName " write error - status "
                   CohortFileStatus
           end-if.

       identification division.
       program-id. EntryLoad.
       Author. Bo Liu.
      *One-off load of entry.dat. Every student the audit trail saw
      *added - whether still on the master, archived or since taken
      *off it - gets the term of their first ADD entry as their entry
      *term, so the cohort report can follow them. A student still
      *on students.dat with no ADD entry on the trail (loaded before
      *the trail was kept) gets the term of their earliest enrollment
      *on enroll.dat instead, and failing that the term the load is
      *run in. Safe to rerun - a student already holding an entry
      *term is counted and passed over rather than loaded twice.

       Environment division.
       input-output section.
       file-control.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is sequential
               record key is studentid
               file status is StudentFileStatus.
           select enrollfile assign to "C:\Cobol\enroll.dat"
               organization is indexed
               access mode is dynamic
               record key is enrollkey
               file status is EnrollFileStatus.
           select entryfile assign to "C:\Cobol\entry.dat"
               organization is indexed
               access mode is random
               record key is entstudentid
               file status is EntryFileStatus.

       Data division.
       file section.
       FD auditfile.
           COPY AUDIT.

       FD studentfile.
           COPY STUDENT.

       FD enrollfile.
           COPY ENROLL.

       FD entryfile.
           COPY ENTRYTRM.

       Working-storage section.
       01 AuditFileStatus       pic xx.
           88 AuditStatusOK     value "00".
           88 AuditStatusNotFnd value "35".

       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 StatusEndOfFile   value "10".
           88 StatusNotFound    value "35".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusNotFnd value "35".

       01 EntryFileStatus       pic xx.
           88 EntryStatusOK     value "00".
           88 EntryStatusDupKey value "22".
           88 EntryStatusNotFnd value "35".

       01 EndFlags.
           05 EndOfAudit        pic x value "N".
               88 AllAuditRead  value "Y".
           05 EndOfEnrollSweep  pic x value "N".
               88 EnrollSweepDone value "Y".
           05 EnrollLookup      pic x value "N".
               88 EnrollLookupOn value "Y".

       01 LoadCounts.
           05 AuditRead         pic 9(7) value zero.
           05 StudentsRead      pic 9(7) value zero.
           05 FromAuditCount    pic 9(7) value zero.
           05 FromEnrollCount   pic 9(7) value zero.
           05 FromCurrentCount  pic 9(7) value zero.
           05 AlreadyLoaded     pic 9(7) value zero.
           05 FailedCount       pic 9(7) value zero.
           05 LoadedCount       pic 9(7) value zero.

      *The term the load is run in - the fallback for a student with
      *nothing on file to date their entry by.
       01 LoadTerm              pic x(6).

      *A term sorts as its year then its half - spring before fall -
      *so two terms are compared on this order, not on the code.
       01 TermWork.
           05 TermCode          pic x(6).
           05 TermCodeParts redefines TermCode.
               10 TermYear      pic 9(4).
               10 TermHalf      pic x(2).
                   88 SpringTerm value "SP".
           05 TermOrder         pic 9(5).
           05 EarliestTerm      pic x(6).
           05 EarliestOrder     pic 9(5).

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "EntryLoad" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the counts are reset here or a rerun from the menu
      *    reports the first run's figures on top of its own.
           initialize EndFlags
           initialize LoadCounts
           call "CurrentTerm" using LoadTerm
           perform OpenEntryFile
           if EntryStatusOK
               perform LoadFromAuditTrail
               perform LoadFromStudentMaster
               close entryfile
               compute LoadedCount = FromAuditCount + FromEnrollCount
                   + FromCurrentCount
               DISPLAY LoadedCount " entry term(s) loaded"
               DISPLAY "  from the audit trail ...... " FromAuditCount
               DISPLAY "  from earliest enrollment .. " FromEnrollCount
               DISPLAY "  as " LoadTerm " ............ "
                   FromCurrentCount
               DISPLAY AlreadyLoaded " already on file, "
                   FailedCount " not written"
           end-if
           set JournalEnd to true
           compute jrnlreads = AuditRead + StudentsRead
           move LoadedCount to jrnlwrites
           if FailedCount > zero
               set JournalError to true
           end-if
           call "RunJournal" using jrnlarea
           goback.

      *Opens entry.dat for update, creating it first the one time
      *it does not exist yet.
       OpenEntryFile.
           open i-o entryfile
           if EntryStatusNotFnd
               open output entryfile
               close entryfile
               open i-o entryfile
           end-if
           if not EntryStatusOK
               DISPLAY "entry.dat will not open - status "
                   EntryFileStatus ". Nothing loaded."
               set JournalError to true
           end-if.

      *The trail is in the order it was written, so the first ADD
      *entry for a student is the one that stands - a later one for
      *a student taken off and added again meets a duplicate key.
       LoadFromAuditTrail.
           open input auditfile
           evaluate true
               when AuditStatusOK
                   perform ReadAuditRecord
                   perform until AllAuditRead
                       if audaction = "ADD"
                           perform LoadFromAddEntry
                       end-if
                       perform ReadAuditRecord
                   end-perform
                   close auditfile
               when AuditStatusNotFnd
                   DISPLAY "audit.dat not found - entry terms taken "
                       "from the student master alone."
               when other
                   DISPLAY "audit.dat will not open - status "
                       AuditFileStatus
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

      *The term the add was made in, worked out from the entry's
      *date the same way CurrentTerm works it out from today's.
       LoadFromAddEntry.
           move spaces to entterm
           if audactionmonth >= 7
               string audactionyear "FA" delimited by size
                   into entterm
           else
               string audactionyear "SP" delimited by size
                   into entterm
           end-if
           move audstudentid to entstudentid
           set EntryFromAudit to true
           perform WriteEntryRecord.

      *Only students the trail said nothing about are left to date.
       LoadFromStudentMaster.
           open input studentfile
           evaluate true
               when StatusOK
                   perform OpenEnrollLookup
                   perform LoadAllStudents
                   if EnrollLookupOn
                       close enrollfile
                   end-if
                   close studentfile
               when StatusNotFound
                   DISPLAY "students.dat not found - no students "
                       "left to date."
               when other
                   DISPLAY "students.dat will not open - status "
                       StudentFileStatus
                   set JournalError to true
           end-evaluate.

      *Without enroll.dat every undated student falls back to the
      *term the load is run in.
       OpenEnrollLookup.
           move "N" to EnrollLookup
           open input enrollfile
           if EnrollStatusOK
               set EnrollLookupOn to true
           else
               if not EnrollStatusNotFnd
                   DISPLAY "enroll.dat will not open - status "
                       EnrollFileStatus ". Enrollments not used."
               end-if
           end-if.

       LoadAllStudents.
           read studentfile next record
               at end set endofstudentfile to true
           end-read
           perform CheckReadStatus
           perform until endofstudentfile
               add 1 to StudentsRead
               move studentid to entstudentid
               read entryfile
                   invalid key
                       perform DateFromEnrollments
                   not invalid key
                       add 1 to AlreadyLoaded
               end-read
               read studentfile next record
                   at end set endofstudentfile to true
               end-read
               perform CheckReadStatus
           end-perform.

      *Sweeps the student's enrollments - a keyed START at their id
      *then forward reads until the id changes - keeping the earliest
      *term among them.
       DateFromEnrollments.
           move spaces to EarliestTerm
           move 99999 to EarliestOrder
           if EnrollLookupOn
               move "N" to EndOfEnrollSweep
               move studentid to enrstudentid
               move low-values to enrcoursecode
               move low-values to enrterm
               start enrollfile key is greater than enrollkey
                   invalid key
                       set EnrollSweepDone to true
               end-start
               if not EnrollSweepDone
                   perform ReadNextTheirEnrollment
               end-if
               perform until EnrollSweepDone
                   move enrterm to TermCode
                   perform WorkOutTermOrder
                   if TermOrder < EarliestOrder
                       move TermOrder to EarliestOrder
                       move enrterm to EarliestTerm
                   end-if
                   perform ReadNextTheirEnrollment
               end-perform
           end-if
           move studentid to entstudentid
           if EarliestTerm = spaces
               move LoadTerm to entterm
               set EntryFromCurrent to true
           else
               move EarliestTerm to entterm
               set EntryFromEnroll to true
           end-if
           perform WriteEntryRecord.

       ReadNextTheirEnrollment.
           read enrollfile next record
               at end set EnrollSweepDone to true
           end-read
           if not EnrollSweepDone
               if not EnrollStatusOK
                   DISPLAY "enroll.dat record read error - status "
                       EnrollFileStatus
                   set EnrollSweepDone to true
               else
                   if enrstudentid not = studentid
                       set EnrollSweepDone to true
                   end-if
               end-if
           end-if.

       WorkOutTermOrder.
           if SpringTerm
               compute TermOrder = TermYear * 10 + 1
           else
               compute TermOrder = TermYear * 10 + 2
           end-if.

      *A duplicate key means an earlier run, or an add made since,
      *already recorded the student's entry term.
       WriteEntryRecord.
           write entryrec
           evaluate true
               when EntryStatusOK
                   evaluate true
                       when EntryFromAudit
                           add 1 to FromAuditCount
                       when EntryFromEnroll
                           add 1 to FromEnrollCount
                       when other
                           add 1 to FromCurrentCount
                   end-evaluate
               when EntryStatusDupKey
                   add 1 to AlreadyLoaded
               when other
                   add 1 to FailedCount
                   DISPLAY "entry.dat write error - status "
                       EntryFileStatus ". Student " entstudentid
                       " not loaded."
           end-evaluate.

      *Called after every READ. Status 10 is normal end of file and
      *is not an error.
       CheckReadStatus.
           if not StatusOK and not StatusEndOfFile
               DISPLAY "students.dat record read error - status "
                   StudentFileStatus
               set endofstudentfile to true
               set JournalError to true
           end-if.

       identification division.
       program-id. EntryTerm.
       Author. Bo Liu.
      *Records a newly added student's entry term on entry.dat. The
      *add paths - SeqRead, StudentApply and WaitlistPromote - call
      *it straight after the master record and its ADD audit entry
      *are written. A student already holding an entry term keeps
      *it: one taken off the master and added again later still
      *belongs to the cohort they first came in with.

       Environment division.
       input-output section.
       file-control.
           select entryfile assign to "C:\Cobol\entry.dat"
               organization is indexed
               access mode is random
               record key is entstudentid
               file status is EntryFileStatus.

       Data division.
       file section.
       FD entryfile.
           COPY ENTRYTRM.

       Working-storage section.
       01 EntryFileStatus       pic xx.
           88 EntryStatusOK     value "00".
           88 EntryStatusDupKey value "22".
           88 EntryStatusNotFnd value "35".

       Linkage section.
           COPY ENTAREA.

       Procedure division using entarea.
       begin.
           set EntryNotRecorded to true
           open i-o entryfile
           if EntryStatusNotFnd
               open output entryfile
               close entryfile
               open i-o entryfile
           end-if
           if EntryStatusOK
               perform WriteEntryTerm
               close entryfile
           else
               DISPLAY "Warning - entry.dat will not open - status "
                   EntryFileStatus ". Entry term for student "
                   entastudentid " not recorded."
           end-if
           goback.

      *A duplicate key is a student already in a cohort.
       WriteEntryTerm.
           move entastudentid to entstudentid
           move entaterm to entterm
           set EntryFromAdd to true
           write entryrec
           evaluate true
               when EntryStatusOK
                   set EntryRecorded to true
               when EntryStatusDupKey
                   set EntryAlreadyOnFile to true
               when other
                   DISPLAY "Warning - entry.dat write error - status "
                       EntryFileStatus ". Entry term for student "
                       entastudentid " not recorded."
           end-evaluate.

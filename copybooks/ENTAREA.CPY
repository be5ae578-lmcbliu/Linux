      *Interface area for the EntryTerm subprogram. The caller
      *passes the StudentId of a student just added to the master
      *and the term they were added in; EntryTerm records it as the
      *student's entry term unless one is already on file, and hands
      *back which of the two happened, or that it could not write.
       01 entarea.
           05 entastudentid          pic 9(7).
           05 entaterm               pic x(6).
           05 entaresult             pic x.
               88 EntryRecorded      value "Y".
               88 EntryAlreadyOnFile value "E".
               88 EntryNotRecorded   value "N".

      *Entry term - the term each student first came onto the
      *student master, keyed on StudentId. It is kept apart from the
      *student master so it outlives the archive run and a deletion:
      *a cohort is followed through to completion or withdrawal off
      *it. The source says how the term was arrived at - A from the
      *student's ADD entry on the audit trail, N recorded when the
      *student was added, E from their earliest enrollment, C the
      *term the load was run in when nothing better was on file.
       01 entryrec.
           05 entstudentid           pic 9(7).
           05 entterm                pic x(6).
           05 entsource              pic x.
               88 EntryFromAudit     value "A".
               88 EntryFromAdd       value "N".
               88 EntryFromEnroll    value "E".
               88 EntryFromCurrent   value "C".

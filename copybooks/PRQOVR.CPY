      *Prerequisite override record - one per student per course the
      *registrar has let them take without the prerequisites, keyed
      *on the pair. The operator who granted it is carried so the
      *unattended runs that honour it can put that name on the audit
      *entry.
       01 prqovrrec.
           05 ovrkey.
               10 ovrstudentid       pic 9(7).
               10 ovrcoursecode      pic x(4).
           05 ovroperator            pic x(8).
           05 ovrdate                pic 9(8).

      *Payment plan instalment - one record per instalment of a
      *student's term charge the bursar has agreed to take in parts,
      *keyed on StudentId, term and instalment number. Each carries
      *the date it falls due and the amount due then; the plan for
      *a term is all its instalments together. Payments are not
      *posted against instalments here - they count against the
      *term as always and cover the instalments in due-date order.
       01 planrec.
           05 plankey.
               10 planstudentid      pic 9(7).
               10 planterm           pic x(6).
               10 planinstno         pic 9(2).
           05 planduedate.
               10 planyear           pic 9(4).
               10 planmonth          pic 9(2).
               10 planday            pic 9(2).
           05 planamount             pic 9(6)v99.

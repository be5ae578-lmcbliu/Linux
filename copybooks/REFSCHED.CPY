      *Withdrawal refund schedule - one record per term, keyed on the
      *term it applies to. The start date is the first day of week 1;
      *a withdrawal's week of term counts from it, and a withdrawal
      *before the term starts counts as week 1. Up to six bands,
      *earliest first, each giving the last week it covers and the
      *percentage of the course's charge refunded in it. A zero week
      *ends the bands in use, and a withdrawal after the last band's
      *week gets no refund.
       01 refschedrec.
           05 rfsterm                pic x(6).
           05 rfsstartdate           pic 9(8).
           05 rfsband                occurs 6 times.
               10 rfsthroughweek     pic 9(2).
               10 rfspercent         pic 9(3).

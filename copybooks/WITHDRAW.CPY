      *Withdrawal record - one per course withdrawn from mid-term,
      *written by the withdrawal transaction for the term's register.
      *The charge is what the course stood billed at for the term,
      *net of credits and aid, when the student left; the refund is
      *the schedule's percentage of it for the week of term, posted
      *to bills.dat as a CREDIT.
       01 wdrec.
           05 wdstudentid            pic 9(7).
           05 wdcoursecode           pic x(4).
           05 wdterm                 pic x(6).
           05 wddate                 pic 9(8).
           05 wdweek                 pic 9(2).
           05 wdpercent              pic 9(3).
           05 wdcharge               pic 9(6)v99.
           05 wdrefund               pic 9(6)v99.
           05 wdoperator             pic x(8).

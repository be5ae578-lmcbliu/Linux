      *Award record - one bursary, scholarship or other aid award per
      *student per term per award code, keyed on all three. An award
      *is either a fixed amount or a percentage of the tuition
      *charged, and may be tied to one course or, with the course
      *left blank, cover every course the student is billed for. The
      *funding source names who pays for it (the institution, a
      *government scheme, a sponsor) so aid can be totalled by who
      *funds it. The amount applied is what TuitionBill has already
      *posted against charges - a fixed award is drawn down across
      *the student's charges until it is spent.
       01 awardrec.
           05 awardkey.
               10 awdstudentid      pic 9(7).
               10 awdterm           pic x(6).
               10 awdcode           pic x(6).
           05 awdbasis              pic x.
               88 AwardIsFixed      value "F".
               88 AwardIsPercent    value "P".
               88 ValidAwardBasis   value "F" "P".
           05 awdamount             pic 9(6)v99.
           05 awdpercent            pic 9(3)v99.
           05 awdsource             pic x(8).
           05 awdcoursecode         pic x(4).
               88 AwardAnyCourse    value spaces.
           05 awdapplied            pic 9(6)v99.

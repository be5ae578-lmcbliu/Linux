      *Tax receipt register - one record per student per calendar
      *year a tuition receipt has been issued for, keyed on the year
      *and StudentId. The receipt number is handed out the first
      *time and kept, so a reprint carries the number the student
      *already has. The net paid is what the last print showed.
       01 receiptrec.
           05 rctkey.
               10 rctyear            pic 9(4).
               10 rctstudentid       pic 9(7).
           05 rctnumber              pic 9(6).
           05 rctfirstdate           pic 9(8).
           05 rctlastdate            pic 9(8).
           05 rctprintcount          pic 9(3).
           05 rctnetpaid             pic s9(7)v99.

      *Bank remittance file - the bank's daily list of fee transfers
      *received. A header record carries the date the bank made the
      *file and its file sequence number, one detail record follows
      *for each transfer, and a trailer carries the bank's count and
      *total of the details so a short or damaged file is caught
      *before anything is posted. The reference is what the payer
      *quoted - the StudentId, optionally followed by the term
      *(e.g. 1234567 2026FA); spaces, hyphens, slashes and stops in
      *it are ignored.
       01 bankrec.
           05 bnkrectype             pic x.
               88 BankHeader         value "H".
               88 BankDetail         value "D".
               88 BankTrailer        value "T".
           05 bnkdetail.
               10 bnkvaluedate       pic 9(8).
               10 bnkamount          pic 9(6)v99.
               10 bnkbankref         pic x(12).
               10 bnkreference       pic x(18).
               10 bnkpayer           pic x(20).
           05 bnkheader redefines bnkdetail.
               10 bnkfiledate        pic 9(8).
               10 bnkfileseq         pic 9(6).
               10 filler             pic x(52).
           05 bnktrailer redefines bnkdetail.
               10 bnkcount           pic 9(6).
               10 bnktotal           pic 9(10)v99.
               10 filler             pic x(48).

      *apart from last term's. A course transfer writes a CREDIT
      *record backing out the old course's fee and a fresh charge
      *for the new one; records written before bill types existed
      *have a blank type and count as charges. An AWARD record is a
      *bursary or scholarship credited against the charge it was
      *raised with, naming the award it came from; it nets off the
      *charge like any credit but is aid, not a payment.
      *The file is indexed on StudentId, term and a sequence number
      *handed out by NextSeq as each record is written, so one
      *student's bills - or one term of them - are read by key.
       01 billrec.
           05 billkey.
               10 billstudentid  pic 9(7).
               10 billterm       pic x(6).
               10 billseqno      pic 9(7).
           05 billcoursecode     pic x(4).
           05 billdate.
               10 billyear       pic 9(4).
           05 billcredithours    pic 9(2).
           05 billrate           pic 9(3)v99.
           05 billamount         pic 9(6)v99.
           05 billtype           pic x(6).
               88 BillIsCharge   value "BILL  " "      ".
               88 BillIsCredit   value "CREDIT" "AWARD ".
               88 BillIsAward    value "AWARD ".
           05 billawardcode      pic x(6).

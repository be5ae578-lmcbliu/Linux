      *Tuition payment record - one entry per transaction taken,
      *numbered in the order they were keyed. Matched against the
      *billed term fee of the same term (e.g. 2026FA) by the
      *receivables aging report. A reversal, refund or write-off
      *carries the sequence number of the payment it backs out in
      *payrefseq and nets off that payment; records written before
      *transaction types existed have a blank type and count as
      *payments.
      *The file is indexed on StudentId, term and sequence number.
      *The sequence is handed out by NextSeq across the whole file,
      *so it still identifies one transaction on its own.
       01 payrec.
           05 paykey.
               10 paystudentid   pic 9(7).
               10 payterm        pic x(6).
               10 payseqno       pic 9(5).
           05 paydate.
               10 payyear        pic 9(4).
               10 paymonth       pic 9(2).
               10 payday         pic 9(2).
           05 payamount          pic 9(6)v99.
           05 paymethod          pic x(6).
           05 paytype            pic x(6).
               88 PayIsPayment   value "PAYMNT" "      ".
               88 PayIsReversal  value "REVRSL".
               88 PayIsRefund    value "REFUND".
               88 PayIsWriteoff  value "WRTOFF".
               88 PayIsAdjustment value "REVRSL" "REFUND" "WRTOFF".
           05 payrefseq          pic 9(5).

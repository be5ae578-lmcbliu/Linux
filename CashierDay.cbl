      *expected control total with an over/short line when they
      *disagree, and prints a deposit-slip listing of the day's
      *cheques for the bank run. Write-offs move no drawer money and
      *show on their own line, as do bank transfers - the money went
      *straight to the bank account, never through the drawer.

       Environment division.
       input-output section.
       file-control.
           select paymentfile assign to "C:\Cobol\payments.dat"
               organization is indexed
               access mode is sequential
               record key is paykey
               file status is PaymentFileStatus.
           select reportfile assign to "C:\Cobol\cashday.lst"
               organization is line sequential
           05 OtherAmount       pic s9(8)v99 value zero.
           05 WriteOffCount     pic 9(5) value zero.
           05 WriteOffAmount    pic 9(8)v99 value zero.
           05 BankCount         pic 9(5) value zero.
           05 BankAmount        pic s9(8)v99 value zero.

       01 BalancingWork.
           05 DayRecordCount    pic 9(5) value zero.

      *One of the day's records. A payment adds to its method, a
      *reversal or refund comes off it - the same netting the
      *receivables matching does - and a write-off or bank transfer
      *goes to its own line because no money moved through the
      *drawer for it.
       CountOneRecord.
           add 1 to DayRecordCount
           if PayIsWriteoff
                   when "CARD"
                       add 1 to CardCount
                       add SignedAmount to CardAmount
                   when "BANK"
                       add 1 to BankCount
                       add SignedAmount to BankAmount
                   when other
                       add 1 to OtherCount
                       add SignedAmount to OtherAmount
               write reportline from MethodLine
               perform CheckReportWriteStatus
           end-if
           if BankCount > zero
               move "BANK" to MtlMethod
               move BankCount to MtlCount
               move BankAmount to MtlAmount
               write reportline from MethodLine
               perform CheckReportWriteStatus
           end-if
           if WriteOffCount > zero
               move "WRTOFF" to MtlMethod
               move WriteOffCount to MtlCount
           end-if.

      *The drawer total is cash, cheque and card net of reversals
      *and refunds - write-offs and bank transfers stay out of it.
      *Over/short only prints when the keyed control total
      *disagrees.
       WriteBalancingLines.
           move spaces to reportline
           write reportline

      *Interface area for the PlanCheck subprogram. The caller
      *passes the StudentId and term, what the student has paid for
      *that term net of reversals and refunds, and the date to judge
      *by. PlanCheck hands back whether the term is on a payment
      *plan and, if so, its instalments in due-date order with what
      *the payments cover of each, the plan total, the amount of
      *instalments already past their due date and still unpaid
      *with the oldest such due date, and the next instalment with
      *anything owing on it. Receivables ages, FinHold holds and
      *Statement prints from the same answer.
       01 plnarea.
           05 plnstudentid           pic 9(7).
           05 plnterm                pic x(6).
           05 plnpaid                pic s9(8)v99.
           05 plntoday               pic 9(8).
           05 plnfoundflag           pic x.
               88 PlanFound          value "Y".
           05 plncount               pic 9(2).
           05 plntotal               pic 9(8)v99.
           05 plnpastdue             pic 9(8)v99.
           05 plnoldestdue           pic 9(8).
           05 plnnextdue             pic 9(8).
           05 plnnextamount          pic 9(6)v99.
           05 plninst                occurs 12 times.
               10 plninstno          pic 9(2).
               10 plninstdue         pic 9(8).
               10 plninstamount      pic 9(6)v99.
               10 plninstcovered     pic 9(6)v99.

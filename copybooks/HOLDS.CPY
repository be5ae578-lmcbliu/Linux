      *Financial hold record - one per student whose unpaid balance
      *has aged 90 days past the bill date, or who has missed an
      *instalment of a payment plan, written by the hold build pass
      *over the same figures the receivables report ages.
      *Transcript refuses a held StudentId and the registrar extract
      *skips it until the bursar releases the hold.
       01 holdrec.

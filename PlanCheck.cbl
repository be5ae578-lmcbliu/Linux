       identification division.
       program-id. PlanCheck.
       Author. Bo Liu.
      *Judges a student's term against their payment plan. The
      *instalments on plans.dat for the student and term are put in
      *due-date order and the term's payments are laid against them
      *earliest first. An instalment whose due date has gone by with
      *anything still owing on it is missed; what is owing on missed
      *instalments is the past-due amount, and the date the oldest
      *of them fell due is what its age runs from. The first
      *instalment with anything owing is what is due next. A term
      *with no instalments on file - or no plans file yet - is not
      *on a plan, and the caller treats it the way it always has.
      *Receivables, FinHold and Statement all call here so the
      *three agree.

       Environment division.
       input-output section.
       file-control.
           select planfile assign to "C:\Cobol\plans.dat"
               organization is indexed
               access mode is dynamic
               record key is plankey
               file status is PlanFileStatus.

       Data division.
       file section.
       FD planfile.
           COPY PLANS.

       Working-storage section.
       01 PlanFileStatus        pic xx.
           88 PlanStatusOK      value "00".
           88 PlanStatusNotFnd  value "35".

       01 CheckWork.
           05 EndOfPlan         pic x.
               88 PlanSweepDone value "Y".
           05 InsertAt          pic 9(2).
           05 PlaceFoundFlag    pic x.
               88 PlaceFound    value "Y".
           05 InstIdx           pic 9(2).
           05 PaidLeft          pic s9(8)v99.
           05 InstOwing         pic 9(6)v99.

       Linkage section.
           COPY PLNAREA.

       Procedure division using plnarea.
       begin.
      *    A called program keeps its working storage between calls,
      *    so the answer is cleared here - each call judges afresh.
           initialize CheckWork
           move "N" to plnfoundflag
           move zero to plncount
           move zero to plntotal
           move zero to plnpastdue
           move zero to plnoldestdue
           move zero to plnnextdue
           move zero to plnnextamount
           open input planfile
           if PlanStatusOK
               perform LoadInstalments
               close planfile
           else
               if not PlanStatusNotFnd
                   DISPLAY "Warning - plans.dat will not open - "
                       "status " PlanFileStatus
                       ". Plans not taken into account."
               end-if
           end-if
           if plncount > zero
               set PlanFound to true
               move plnpaid to PaidLeft
               if PaidLeft < zero
                   move zero to PaidLeft
               end-if
               perform CoverInstalment
                   varying InstIdx from 1 by 1
                   until InstIdx > plncount
           end-if
           goback.

      *Keyed START at the student and term with instalment zero,
      *then read on until the student or term changes.
       LoadInstalments.
           move "N" to EndOfPlan
           move plnstudentid to planstudentid
           move plnterm to planterm
           move zero to planinstno
           start planfile key is not less than plankey
               invalid key
                   set PlanSweepDone to true
           end-start
           perform until PlanSweepDone
               read planfile next record
                   at end
                       set PlanSweepDone to true
               end-read
               if not PlanSweepDone
                   if not PlanStatusOK
                           or planstudentid not = plnstudentid
                           or planterm not = plnterm
                       set PlanSweepDone to true
                   else
                       perform InsertInstalment
                   end-if
               end-if
           end-perform.

      *Instalments go into the table in due-date order - those due
      *later than this one move down a place to make room.
       InsertInstalment.
           if plncount < 12
               add 1 to plncount
               move plncount to InsertAt
               move "N" to PlaceFoundFlag
               perform ShiftInstalmentDown
                   until InsertAt = 1 or PlaceFound
               move planinstno to plninstno (InsertAt)
               move planduedate to plninstdue (InsertAt)
               move planamount to plninstamount (InsertAt)
               move zero to plninstcovered (InsertAt)
               add planamount to plntotal
           else
               DISPLAY "Plan for " plnstudentid " " plnterm
                   " has over 12 instalments - instalment "
                   planinstno " ignored."
           end-if.

       ShiftInstalmentDown.
           if plninstdue (InsertAt - 1) > planduedate
               move plninst (InsertAt - 1) to plninst (InsertAt)
               subtract 1 from InsertAt
           else
               set PlaceFound to true
           end-if.

      *Payments cover the instalments earliest first. What is left
      *owing on one already past due counts as missed.
       CoverInstalment.
           if PaidLeft > plninstamount (InstIdx)
               move plninstamount (InstIdx) to plninstcovered (InstIdx)
           else
               move PaidLeft to plninstcovered (InstIdx)
           end-if
           subtract plninstcovered (InstIdx) from PaidLeft
           compute InstOwing = plninstamount (InstIdx)
               - plninstcovered (InstIdx)
           if InstOwing > zero
               if plninstdue (InstIdx) < plntoday
                   add InstOwing to plnpastdue
                   if plnoldestdue = zero
                       move plninstdue (InstIdx) to plnoldestdue
                   end-if
               end-if
               if plnnextdue = zero
                   move plninstdue (InstIdx) to plnnextdue
                   move InstOwing to plnnextamount
               end-if
           end-if.

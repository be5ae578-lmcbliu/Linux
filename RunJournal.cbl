      *with action E, the counts and the outcome as its last, at
      *which point one journal record goes to runjrnl.dat. A journal
      *problem only ever costs a warning; it must never stop the
      *program that is being journalled. A program that keeps no
      *operator id of its own is journalled under the operator
      *signed on at the menu, if there is one.

       Environment division.
       input-output section.
               10 EndHHMMSS     pic 9(6).
               10 filler        pic 9(2).

           COPY OPRAREA.

       Linkage section.
           COPY JRNLAREA.

           else
               move jrnlprogram to rjprogram
               move jrnloperator to rjoperator
               if rjoperator = spaces
                   move jrnlprogram to oprprogram
                   set OprPeekSession to true
                   call "OperSession" using oprarea
                   move oprid to rjoperator
               end-if
               move StampDate to rjstartdate
               move StampHHMMSS to rjstarttime
               move EndDate to rjenddate

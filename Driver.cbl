      *Menu front end that calls the individual student maintenance
      *and reporting programs from one job step instead of making
      *the operator remember and re-run each program by name.
      *The operator signs on first and is only offered the options
      *their role is allowed to use.

       Data division.
       Working-storage section.
           88 ChoiceDupFind     value "35".
           88 ChoiceLetters     value "36".
           88 ChoiceStanding    value "37".
           88 ChoiceEnrol       value "38".
           88 ChoiceEnrollLoad  value "39".
           88 ChoicePrereqMaint value "40".
           88 ChoiceInstrMaint  value "41".
           88 ChoiceTeachAssign value "42".
           88 ChoiceTeachLoad   value "43".
           88 ChoiceGradeDist   value "44".
           88 ChoiceRoomMaint   value "45".
           88 ChoiceTimeMaint   value "46".
           88 ChoiceTimeClash   value "47".
           88 ChoiceRoomUse     value "48".
           88 ChoiceScaleMaint  value "49".
           88 ChoiceRescale     value "50".
           88 ChoiceAwardMaint  value "51".
           88 ChoiceAwardReg    value "52".
           88 ChoicePlanMaint   value "53".
           88 ChoiceGLMaint     value "54".
           88 ChoiceGLExtract   value "55".
           88 ChoiceBankImport  value "56".
           88 ChoiceSuspMaint   value "57".
           88 ChoiceOperMaint   value "58".
           88 ChoiceSecReport   value "59".
           88 ChoiceRefundMaint value "60".
           88 ChoiceWithdraw    value "61".
           88 ChoiceWdrawReg    value "62".
           88 ChoiceProgMaint   value "63".
           88 ChoiceProgAssign  value "64".
           88 ChoiceDegAudit    value "65".
           88 ChoiceEntryLoad   value "66".
           88 ChoiceCohort      value "67".
           88 ChoiceTaxReceipt  value "68".
           88 ChoiceFinConvert  value "69".
           88 ChoiceExit        value "0".

       01 DoneFlag              pic x value "N".
       01 SeqReadAddMode        pic x value "A".
       01 SeqReadListMode       pic x value "L".
       01 SeqReadMaintMode      pic x value "M".
       01 SeqReadEnrolMode      pic x value "E".

      *A space tells Backup to show its own mode prompt - from the
      *menu the operator still chooses backup or restore there.
       01 BackupPromptMode      pic x value space.

      *Every menu option with the roles allowed to use it - a letter
      *in a role's column (Registrar, Bursar, Cashier, Academic,
      *Operations) lets that role see and choose the option. A new
      *option needs its line here as well as its when below.
       01 MenuValues.
           05 filler pic x(7) value "1 R    ".
           05 filler pic x(56) value
              "1 - Enter a student (adds to students.dat)".
           05 filler pic x(7) value "2 RBCA ".
           05 filler pic x(56) value
              "2 - List students".
           05 filler pic x(7) value "3 R  A ".
           05 filler pic x(56) value
              "3 - Class roster report".
           05 filler pic x(7) value "4 R    ".
           05 filler pic x(56) value
              "4 - Age and milestone report".
           05 filler pic x(7) value "5 R  A ".
           05 filler pic x(56) value
              "5 - Grade report".
           05 filler pic x(7) value "6 RBC  ".
           05 filler pic x(56) value
              "6 - Tuition calculator".
           05 filler pic x(7) value "7 R    ".
           05 filler pic x(56) value
              "7 - CSV extract for registrar".
           05 filler pic x(7) value "8 R    ".
           05 filler pic x(56) value
              "8 - Course code exception report".
           05 filler pic x(7) value "9 R    ".
           05 filler pic x(56) value
              "9 - Preview entry validation (does not save)".
           05 filler pic x(7) value "10R    ".
           05 filler pic x(56) value
              "10 - Maintain a student (change or delete)".
           05 filler pic x(7) value "11R  A ".
           05 filler pic x(56) value
              "11 - Grade entry and maintenance".
           05 filler pic x(7) value "12R    ".
           05 filler pic x(56) value
              "12 - Course master maintenance".
           05 filler pic x(7) value "13 B   ".
           05 filler pic x(56) value
              "13 - Batch tuition billing run".
           05 filler pic x(7) value "14R  A ".
           05 filler pic x(56) value
              "14 - Student transcript".
           05 filler pic x(7) value "15R    ".
           05 filler pic x(56) value
              "15 - Batch apply student adds (stuadds.dat)".
           05 filler pic x(7) value "16RB  O".
           05 filler pic x(56) value
              "16 - Audit trail inquiry report".
           05 filler pic x(7) value "17    O".
           05 filler pic x(56) value
              "17 - Master file integrity check".
           05 filler pic x(7) value "18    O".
           05 filler pic x(56) value
              "18 - Backup and restore".
           05 filler pic x(7) value "19R    ".
           05 filler pic x(56) value
              "19 - Course waitlist report".
           05 filler pic x(7) value "20RBCA ".
           05 filler pic x(56) value
              "20 - Find a student by surname".
           05 filler pic x(7) value "21R   O".
           05 filler pic x(56) value
              "21 - End-of-term completion and archive run".
           05 filler pic x(7) value "22    O".
           05 filler pic x(56) value
              "22 - Daily operations report (run journal)".
           05 filler pic x(7) value "23 BC  ".
           05 filler pic x(56) value
              "23 - Payment entry".
           05 filler pic x(7) value "24 B   ".
           05 filler pic x(56) value
              "24 - Receivables aging report".
           05 filler pic x(7) value "25R    ".
           05 filler pic x(56) value
              "25 - Demographics statistics report".
           05 filler pic x(7) value "26R    ".
           05 filler pic x(56) value
              "26 - Waitlist promotion run (fills open seats)".
           05 filler pic x(7) value "27 BC  ".
           05 filler pic x(56) value
              "27 - Student billing statements".
           05 filler pic x(7) value "28    O".
           05 filler pic x(56) value
              "28 - Overnight job stream (jobstrm.dat)".
           05 filler pic x(7) value "29R  A ".
           05 filler pic x(56) value
              "29 - Batch apply grade marks (grdtrans.dat)".
           05 filler pic x(7) value "30R  A ".
           05 filler pic x(56) value
              "30 - Archived student transcript (history)".
           05 filler pic x(7) value "31 B   ".
           05 filler pic x(56) value
              "31 - Financial holds (build, release, list)".
           05 filler pic x(7) value "32 BC  ".
           05 filler pic x(56) value
              "32 - Cashier day-end balancing and deposit slip".
           05 filler pic x(7) value "33RBCAO".
           05 filler pic x(56) value
              "33 - Reprint a kept report generation".
           05 filler pic x(7) value "34R    ".
           05 filler pic x(56) value
              "34 - Course transfer (seat, bill and waitlist)".
           05 filler pic x(7) value "35R    ".
           05 filler pic x(56) value
              "35 - Duplicate person detection report".
           05 filler pic x(7) value "36R    ".
           05 filler pic x(56) value
              "36 - Welcome and offer-pending letters".
           05 filler pic x(7) value "37R  A ".
           05 filler pic x(56) value
              "37 - Academic standing report (honors and probation)".
           05 filler pic x(7) value "38R    ".
           05 filler pic x(56) value
              "38 - Enrol a student on another course".
           05 filler pic x(7) value "39    O".
           05 filler pic x(56) value
              "39 - Load enrollment master from students.dat (one-off)".
           05 filler pic x(7) value "40R  A ".
           05 filler pic x(56) value
              "40 - Course prerequisites and overrides".
           05 filler pic x(7) value "41R  A ".
           05 filler pic x(56) value
              "41 - Instructor master maintenance".
           05 filler pic x(7) value "42R  A ".
           05 filler pic x(56) value
              "42 - Assign instructors to courses by term".
           05 filler pic x(7) value "43R  A ".
           05 filler pic x(56) value
              "43 - Teaching-load report".
           05 filler pic x(7) value "44R  A ".
           05 filler pic x(56) value
              "44 - Grade-distribution report by instructor".
           05 filler pic x(7) value "45R    ".
           05 filler pic x(56) value
              "45 - Room master maintenance".
           05 filler pic x(7) value "46R    ".
           05 filler pic x(56) value
              "46 - Class timetable maintenance".
           05 filler pic x(7) value "47R    ".
           05 filler pic x(56) value
              "47 - Timetable clash run".
           05 filler pic x(7) value "48R    ".
           05 filler pic x(56) value
              "48 - Room utilisation report".
           05 filler pic x(7) value "49   A ".
           05 filler pic x(56) value
              "49 - Grading scale maintenance".
           05 filler pic x(7) value "50   A ".
           05 filler pic x(56) value
              "50 - Re-derive grades after a scale change".
           05 filler pic x(7) value "51 B   ".
           05 filler pic x(56) value
              "51 - Bursary and scholarship award entry".
           05 filler pic x(7) value "52 B   ".
           05 filler pic x(56) value
              "52 - Award register by funding source".
           05 filler pic x(7) value "53 B   ".
           05 filler pic x(56) value
              "53 - Instalment payment plans".
           05 filler pic x(7) value "54 B   ".
           05 filler pic x(56) value
              "54 - General ledger account map".
           05 filler pic x(7) value "55 B  O".
           05 filler pic x(56) value
              "55 - General ledger journal extract".
           05 filler pic x(7) value "56 B  O".
           05 filler pic x(56) value
              "56 - Bank remittance import".
           05 filler pic x(7) value "57 B   ".
           05 filler pic x(56) value
              "57 - Bank suspense items".
           05 filler pic x(7) value "58    O".
           05 filler pic x(56) value
              "58 - Operator sign-on maintenance".
           05 filler pic x(7) value "59    O".
           05 filler pic x(56) value
              "59 - Security log report".
           05 filler pic x(7) value "60RB   ".
           05 filler pic x(56) value
              "60 - Withdrawal refund schedules".
           05 filler pic x(7) value "61R    ".
           05 filler pic x(56) value
              "61 - Withdraw a student from a course".
           05 filler pic x(7) value "62RB   ".
           05 filler pic x(56) value
              "62 - Withdrawal register by term".
           05 filler pic x(7) value "63R  A ".
           05 filler pic x(56) value
              "63 - Programmes of study and their requirements".
           05 filler pic x(7) value "64R    ".
           05 filler pic x(56) value
              "64 - Assign a student to a programme".
           05 filler pic x(7) value "65R  A ".
           05 filler pic x(56) value
              "65 - Degree audit by student or programme".
           05 filler pic x(7) value "66    O".
           05 filler pic x(56) value
              "66 - Load entry terms from the audit trail (one-off)".
           05 filler pic x(7) value "67R  A ".
           05 filler pic x(56) value
              "67 - Cohort retention report by entry term".
           05 filler pic x(7) value "68 B   ".
           05 filler pic x(56) value
              "68 - Year-end tuition tax receipts".
           05 filler pic x(7) value "69    O".
           05 filler pic x(56) value
              "69 - Key bills and payments (one-off) / rebuild seqctl".
           05 filler pic x(7) value "0 RBCAO".
           05 filler pic x(56) value
              "0 - Exit".
       01 MenuTable redefines MenuValues.
           05 MenuEntry         occurs 70 times
                                indexed by MenuIdx.
               10 MenuKey       pic xx.
               10 MenuRoles     pic x(5).
               10 MenuLine      pic x(56).

      *Column of the signed-on operator's role in MenuRoles.
       01 RoleColumn            pic 9 value zero.

       01 AllowedFlag           pic x value "N".
           88 ChoiceAllowed     value "Y".
           88 ChoiceNotAllowed  value "N".

           COPY OPRAREA.

       Procedure division.
       begin.
           perform SignOn
           perform until AllDone
               perform ShowMenu
               perform DispatchChoice
           end-perform
           set OprSignOff to true
           call "OperSession" using oprarea
           stop run.

      *The operator signs on once here; the programs on the menu get
      *the same id from OperSession instead of asking again. With no
      *operator master yet, the first operator is set up before
      *anyone can sign on.
       SignOn.
           move "Driver" to oprprogram
           set OprSignOn to true
           call "OperSession" using oprarea
           if OprNoOperFile
               DISPLAY "No operators are set up - set up the first "
                   "operator now."
               call "OperMaint"
               set OprSignOn to true
               call "OperSession" using oprarea
           end-if
           if not OprAccepted
               DISPLAY "Not signed on - menu ended."
               stop run
           end-if
           evaluate true
               when oprrole = "REGISTRAR"
                   move 1 to RoleColumn
               when oprrole = "BURSAR"
                   move 2 to RoleColumn
               when oprrole = "CASHIER"
                   move 3 to RoleColumn
               when oprrole = "ACADEMIC"
                   move 4 to RoleColumn
               when oprrole = "OPERATIONS"
                   move 5 to RoleColumn
               when other
                   DISPLAY "Operator " oprid " has no recognised role "
                       "- only Exit is offered."
                   move zero to RoleColumn
           end-evaluate.

       ShowMenu.
           DISPLAY " ".
           DISPLAY "Student System Menu - " oprid " " oprrole.
           perform ShowMenuLine
               varying MenuIdx from 1 by 1 until MenuIdx > 70.
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT MenuChoice.

       ShowMenuLine.
           if MenuKey (MenuIdx) = "0"
               DISPLAY MenuLine (MenuIdx)
           else
               if RoleColumn not = zero
                   if MenuRoles (MenuIdx) (RoleColumn:1) not = space
                       DISPLAY MenuLine (MenuIdx)
                   end-if
               end-if
           end-if.

      *An option the operator's role is not offered is refused the
      *same way as one that is not on the menu at all.
       CheckChoiceAllowed.
           set ChoiceNotAllowed to true
           set MenuIdx to 1
           search MenuEntry
               at end
                   continue
               when MenuKey (MenuIdx) = MenuChoice
                   if MenuKey (MenuIdx) = "0"
                       set ChoiceAllowed to true
                   else
                       if RoleColumn not = zero
                           if MenuRoles (MenuIdx) (RoleColumn:1)
                                   not = space
                               set ChoiceAllowed to true
                           end-if
                       end-if
                   end-if
           end-search.

       DispatchChoice.
           perform CheckChoiceAllowed
           evaluate true
               when ChoiceNotAllowed
                   DISPLAY "Not a valid option - try again."
               when ChoiceEnter
                   call "SeqRead" using SeqReadAddMode
               when ChoiceList
                   call "Letters"
               when ChoiceStanding
                   call "Standing"
               when ChoiceEnrol
                   call "SeqRead" using SeqReadEnrolMode
               when ChoiceEnrollLoad
                   call "EnrollLoad"
               when ChoicePrereqMaint
                   call "PrereqMaint"
               when ChoiceInstrMaint
                   call "InstrMaint"
               when ChoiceTeachAssign
                   call "TeachAssign"
               when ChoiceTeachLoad
                   call "TeachLoad"
               when ChoiceGradeDist
                   call "GradeDist"
               when ChoiceRoomMaint
                   call "RoomMaint"
               when ChoiceTimeMaint
                   call "TimeMaint"
               when ChoiceTimeClash
                   call "TimeClash"
               when ChoiceRoomUse
                   call "RoomUse"
               when ChoiceScaleMaint
                   call "ScaleMaint"
               when ChoiceRescale
                   call "GradeRescale"
               when ChoiceAwardMaint
                   call "AwardMaint"
               when ChoiceAwardReg
                   call "AwardReg"
               when ChoicePlanMaint
                   call "PlanMaint"
               when ChoiceGLMaint
                   call "GLMaint"
               when ChoiceGLExtract
                   call "GLExtract"
               when ChoiceBankImport
                   call "BankImport"
               when ChoiceSuspMaint
                   call "SuspMaint"
               when ChoiceOperMaint
                   call "OperMaint"
               when ChoiceSecReport
                   call "SecReport"
               when ChoiceRefundMaint
                   call "RefundMaint"
               when ChoiceWithdraw
                   call "Withdraw"
               when ChoiceWdrawReg
                   call "WdrawReg"
               when ChoiceProgMaint
                   call "ProgMaint"
               when ChoiceProgAssign
                   call "ProgAssign"
               when ChoiceDegAudit
                   call "DegAudit"
               when ChoiceEntryLoad
                   call "EntryLoad"
               when ChoiceCohort
                   call "Cohort"
               when ChoiceTaxReceipt
                   call "TaxReceipt"
               when ChoiceFinConvert
                   call "FinConvert"
               when ChoiceExit
                   set AllDone to true
               when other

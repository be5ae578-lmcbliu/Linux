      *student record layout so only the fields that actually differ
      *print ("coursecode: MATH -> PHYS") alongside who made the
      *change and when. Course master entries (action CRS...) decode
      *against the course record layout instead, enrollment
      *entries (action ENR...) against the enrollment layout, and
      *prerequisite entries (action PRQ...) against the prerequisite
      *or override layout, instructor entries (INS...) against the
      *instructor layout, teaching assignments (TCH...) against
      *the assignment layout, rooms (ROM...) against the room layout
      *and timetable meetings (TTB...) against the meeting layout,
      *grading scales (SCL...) against the scale layout,
      *re-derived grades (GRD...) against the grade layout, aid
      *awards (AWD...) against the award layout, payment plan
      *instalments (PLN...) against the instalment layout,
      *general ledger account map entries (GLA...) against the map
      *layout, payment adjustments and bank payments (PAY..., BNK...)
      *against the payment layout, bank suspense items (SUS...)
      *against the suspense layout, operators (OPR...) against
      *the operator layout, which is audited without its password,
      *refund schedules (RFS...) against the schedule layout,
      *withdrawals (WDR...) against the withdrawal layout, programme
      *requirements (PGM...) against the programme layout and
      *programme assignments (STP...) against the assignment layout.

       Environment division.
       input-output section.
           05 NewMaxEnroll      pic x(3).
           05 filler            pic x(24).

      *An enrollment entry's images, decoded the same way in step
      *with ENROLL.CPY.
       01 OldEnrollImage.
           05 OldEnrStudentId   pic x(7).
           05 OldEnrCourse      pic x(4).
           05 OldEnrTerm        pic x(6).
           05 OldEnrDate        pic x(8).
           05 OldEnrStatus      pic x.
           05 filler            pic x(42).

       01 NewEnrollImage.
           05 NewEnrStudentId   pic x(7).
           05 NewEnrCourse      pic x(4).
           05 NewEnrTerm        pic x(6).
           05 NewEnrDate        pic x(8).
           05 NewEnrStatus      pic x.
           05 filler            pic x(42).

      *A prerequisite entry's images, decoded the same way in step
      *with PREREQ.CPY - also the layout an override used at an add,
      *transfer or promotion is logged in.
       01 OldPrereqImage.
           05 OldPrqCourse      pic x(4).
           05 OldPrqRequired    pic x(4).
           05 OldPrqMinMarks    pic x(3).
           05 filler            pic x(57).

       01 NewPrereqImage.
           05 NewPrqCourse      pic x(4).
           05 NewPrqRequired    pic x(4).
           05 NewPrqMinMarks    pic x(3).
           05 filler            pic x(57).

      *An override grant or withdrawal's images, in step with
      *PRQOVR.CPY.
       01 OldOverrideImage.
           05 OldOvrStudentId   pic x(7).
           05 OldOvrCourse      pic x(4).
           05 OldOvrOperator    pic x(8).
           05 OldOvrDate        pic x(8).
           05 filler            pic x(41).

       01 NewOverrideImage.
           05 NewOvrStudentId   pic x(7).
           05 NewOvrCourse      pic x(4).
           05 NewOvrOperator    pic x(8).
           05 NewOvrDate        pic x(8).
           05 filler            pic x(41).

      *An instructor entry's images, in step with INSTRUCT.CPY.
       01 OldInstrImage.
           05 OldInsId          pic x(6).
           05 OldInsName        pic x(30).
           05 OldInsDept        pic x(4).
           05 OldInsMaxLoad     pic x(2).
           05 filler            pic x(26).

       01 NewInstrImage.
           05 NewInsId          pic x(6).
           05 NewInsName        pic x(30).
           05 NewInsDept        pic x(4).
           05 NewInsMaxLoad     pic x(2).
           05 filler            pic x(26).

      *A teaching assignment entry's images, in step with
      *TEACHING.CPY.
       01 OldTeachImage.
           05 OldTchCourse      pic x(4).
           05 OldTchTerm        pic x(6).
           05 OldTchInstrId     pic x(6).
           05 filler            pic x(52).

       01 NewTeachImage.
           05 NewTchCourse      pic x(4).
           05 NewTchTerm        pic x(6).
           05 NewTchInstrId     pic x(6).
           05 filler            pic x(52).

      *A room entry's images, in step with ROOMS.CPY.
       01 OldRoomImage.
           05 OldRomId          pic x(6).
           05 OldRomName        pic x(20).
           05 OldRomSeats       pic x(3).
           05 filler            pic x(39).

       01 NewRoomImage.
           05 NewRomId          pic x(6).
           05 NewRomName        pic x(20).
           05 NewRomSeats       pic x(3).
           05 filler            pic x(39).

      *A timetable meeting entry's images, in step with TIMETAB.CPY.
       01 OldMeetingImage.
           05 OldTtbCourse      pic x(4).
           05 OldTtbTerm        pic x(6).
           05 OldTtbDay         pic x.
           05 OldTtbStart       pic x(4).
           05 OldTtbEnd         pic x(4).
           05 OldTtbRoom        pic x(6).
           05 filler            pic x(43).

       01 NewMeetingImage.
           05 NewTtbCourse      pic x(4).
           05 NewTtbTerm        pic x(6).
           05 NewTtbDay         pic x.
           05 NewTtbStart       pic x(4).
           05 NewTtbEnd         pic x(4).
           05 NewTtbRoom        pic x(6).
           05 filler            pic x(43).

      *A grading scale entry's images, in step with GRDSCALE.CPY -
      *the bands are shown as one string, letter, lowest mark and
      *points to each band.
       01 OldScaleImage.
           05 OldSclCourse      pic x(4).
           05 OldSclTerm        pic x(6).
           05 OldSclPassMark    pic x(3).
           05 OldSclBands       pic x(36).
           05 filler            pic x(19).

       01 NewScaleImage.
           05 NewSclCourse      pic x(4).
           05 NewSclTerm        pic x(6).
           05 NewSclPassMark    pic x(3).
           05 NewSclBands       pic x(36).
           05 filler            pic x(19).

      *A grade entry's images, in step with GRADES.CPY.
       01 OldGradeImage.
           05 OldGrdStudentId   pic x(7).
           05 OldGrdCourse      pic x(4).
           05 OldGrdTerm        pic x(6).
           05 OldGrdMarks       pic x(3).
           05 OldGrdLetter      pic x.
           05 OldGrdPassFlag    pic x.
           05 filler            pic x(46).

       01 NewGradeImage.
           05 NewGrdStudentId   pic x(7).
           05 NewGrdCourse      pic x(4).
           05 NewGrdTerm        pic x(6).
           05 NewGrdMarks       pic x(3).
           05 NewGrdLetter      pic x.
           05 NewGrdPassFlag    pic x.
           05 filler            pic x(46).

      *An aid award entry's images, in step with AWARDS.CPY.
       01 OldAwardImage.
           05 OldAwdStudentId   pic x(7).
           05 OldAwdTerm        pic x(6).
           05 OldAwdCode        pic x(6).
           05 OldAwdBasis       pic x.
           05 OldAwdAmount      pic x(8).
           05 OldAwdPercent     pic x(5).
           05 OldAwdSource      pic x(8).
           05 OldAwdCourse      pic x(4).
           05 OldAwdApplied     pic x(8).
           05 filler            pic x(15).

       01 NewAwardImage.
           05 NewAwdStudentId   pic x(7).
           05 NewAwdTerm        pic x(6).
           05 NewAwdCode        pic x(6).
           05 NewAwdBasis       pic x.
           05 NewAwdAmount      pic x(8).
           05 NewAwdPercent     pic x(5).
           05 NewAwdSource      pic x(8).
           05 NewAwdCourse      pic x(4).
           05 NewAwdApplied     pic x(8).
           05 filler            pic x(15).

      *A payment plan instalment entry's images, in step with
      *PLANS.CPY.
       01 OldPlanImage.
           05 OldPlnStudentId   pic x(7).
           05 OldPlnTerm        pic x(6).
           05 OldPlnInstNo      pic x(2).
           05 OldPlnDueDate     pic x(8).
           05 OldPlnAmount      pic x(8).
           05 filler            pic x(37).

       01 NewPlanImage.
           05 NewPlnStudentId   pic x(7).
           05 NewPlnTerm        pic x(6).
           05 NewPlnInstNo      pic x(2).
           05 NewPlnDueDate     pic x(8).
           05 NewPlnAmount      pic x(8).
           05 filler            pic x(37).

      *A general ledger account map entry's images, in step with
      *GLACCTS.CPY.
       01 OldGlAcctImage.
           05 OldGlaTxnType     pic x(6).
           05 OldGlaSelector    pic x(6).
           05 OldGlaDebit       pic x(10).
           05 OldGlaCredit      pic x(10).
           05 OldGlaDescription pic x(20).
           05 filler            pic x(16).

       01 NewGlAcctImage.
           05 NewGlaTxnType     pic x(6).
           05 NewGlaSelector    pic x(6).
           05 NewGlaDebit       pic x(10).
           05 NewGlaCredit      pic x(10).
           05 NewGlaDescription pic x(20).
           05 filler            pic x(16).

      *A payment entry's images, in step with PAYMENTS.CPY.
       01 OldPayImage.
           05 OldPayStudentId   pic x(7).
           05 OldPayTerm        pic x(6).
           05 OldPaySeqNo       pic x(5).
           05 OldPayDate        pic x(8).
           05 OldPayAmount      pic x(8).
           05 OldPayMethod      pic x(6).
           05 OldPayType        pic x(6).
           05 OldPayRefSeq      pic x(5).
           05 filler            pic x(17).

       01 NewPayImage.
           05 NewPayStudentId   pic x(7).
           05 NewPayTerm        pic x(6).
           05 NewPaySeqNo       pic x(5).
           05 NewPayDate        pic x(8).
           05 NewPayAmount      pic x(8).
           05 NewPayMethod      pic x(6).
           05 NewPayType        pic x(6).
           05 NewPayRefSeq      pic x(5).
           05 filler            pic x(17).

      *Payment entries written before payments.dat was keyed carry
      *the term after the method and the sequence numbers last. The
      *keyed layout has a term - digits then FA or SP - where the
      *older one still has the date, so bytes 12-13 tell the two
      *apart and an older image is laid out afresh before the
      *compare.
       01 EarlierPayImage.
           05 EarlyPayStudentId pic x(7).
           05 EarlyPayDate      pic x(8).
           05 EarlyPayAmount    pic x(8).
           05 EarlyPayMethod    pic x(6).
           05 EarlyPayTerm      pic x(6).
           05 EarlyPayType      pic x(6).
           05 EarlyPaySeqNo     pic x(5).
           05 EarlyPayRefSeq    pic x(5).
           05 filler            pic x(17).

      *A bank suspense item's images, in step with the first 68
      *bytes of SUSPENSE.CPY - everything an assignment or refund
      *can change.
       01 OldSusImage.
           05 OldSusNo          pic x(6).
           05 OldSusAmount      pic x(8).
           05 OldSusStatus      pic x.
           05 OldSusReason      pic x.
           05 OldSusStudentId   pic x(7).
           05 OldSusTerm        pic x(6).
           05 OldSusPaySeqNo    pic x(5).
           05 OldSusCloseDate   pic x(8).
           05 OldSusRefundMethod pic x(6).
           05 OldSusValueDate   pic x(8).
           05 OldSusBankRef     pic x(12).

       01 NewSusImage.
           05 NewSusNo          pic x(6).
           05 NewSusAmount      pic x(8).
           05 NewSusStatus      pic x.
           05 NewSusReason      pic x.
           05 NewSusStudentId   pic x(7).
           05 NewSusTerm        pic x(6).
           05 NewSusPaySeqNo    pic x(5).
           05 NewSusCloseDate   pic x(8).
           05 NewSusRefundMethod pic x(6).
           05 NewSusValueDate   pic x(8).
           05 NewSusBankRef     pic x(12).

      *An operator's images, in step with OPERATOR.CPY up to the
      *password, which never goes on the audit trail.
       01 OldOperImage.
           05 OldOprId          pic x(8).
           05 OldOprName        pic x(20).
           05 OldOprRole        pic x(10).
           05 OldOprStatus      pic x.
           05 OldOprFailCount   pic x.
           05 OldOprLastSignOn  pic x(8).
           05 filler            pic x(20).

       01 NewOperImage.
           05 NewOprId          pic x(8).
           05 NewOprName        pic x(20).
           05 NewOprRole        pic x(10).
           05 NewOprStatus      pic x.
           05 NewOprFailCount   pic x.
           05 NewOprLastSignOn  pic x(8).
           05 filler            pic x(20).

      *A refund schedule's images, in step with REFSCHED.CPY - the
      *bands are shown as one string, last week and percent to each
      *band.
       01 OldRfsImage.
           05 OldRfsTerm        pic x(6).
           05 OldRfsStartDate   pic x(8).
           05 OldRfsBands       pic x(30).
           05 filler            pic x(24).

       01 NewRfsImage.
           05 NewRfsTerm        pic x(6).
           05 NewRfsStartDate   pic x(8).
           05 NewRfsBands       pic x(30).
           05 filler            pic x(24).

      *A withdrawal's image, in step with WITHDRAW.CPY. It is only
      *ever written once, so only the new image is decoded.
       01 NewWdImage.
           05 NewWdStudentId    pic x(7).
           05 NewWdCourse       pic x(4).
           05 NewWdTerm         pic x(6).
           05 NewWdDate         pic x(8).
           05 NewWdWeek         pic 9(2).
           05 NewWdPercent      pic 9(3).
           05 NewWdCharge       pic 9(6)v99.
           05 NewWdRefund       pic 9(6)v99.
           05 NewWdOperator     pic x(8).
           05 filler            pic x(14).

       01 WdDisplay.
           05 WdDispCharge      pic zzz,zz9.99.
           05 WdDispRefund      pic zzz,zz9.99.

      *A programme requirement's images, in step with PROGRAM.CPY.
       01 OldPgmImage.
           05 OldPgmCode        pic x(6).
           05 OldPgmItemType    pic x.
           05 OldPgmPool        pic x(2).
           05 OldPgmCourse      pic x(4).
           05 OldPgmTitle       pic x(30).
           05 OldPgmCredits     pic x(3).
           05 filler            pic x(22).

       01 NewPgmImage.
           05 NewPgmCode        pic x(6).
           05 NewPgmItemType    pic x.
           05 NewPgmPool        pic x(2).
           05 NewPgmCourse      pic x(4).
           05 NewPgmTitle       pic x(30).
           05 NewPgmCredits     pic x(3).
           05 filler            pic x(22).

      *A programme assignment's images, in step with STUPROG.CPY.
       01 OldStpImage.
           05 OldStpStudentId   pic x(7).
           05 OldStpProgCode    pic x(6).
           05 OldStpDate        pic x(8).
           05 filler            pic x(47).

       01 NewStpImage.
           05 NewStpStudentId   pic x(7).
           05 NewStpProgCode    pic x(6).
           05 NewStpDate        pic x(8).
           05 filler            pic x(47).

       Procedure division.
       begin.
           initialize jrnlarea.
               " by " audoperator " on " audactionyear "-"
               audactionmonth "-" audactionday " at " audactionhour
               ":" audactionmin ":" audactionsec
           evaluate true
               when audaction = "CRSADD" or "CRSCHG" or "CRSDEL"
                   perform ShowCourseFieldChanges
               when audaction (1:3) = "ENR"
                   perform ShowEnrollFieldChanges
               when audaction = "PRQGNT" or "PRQWDR"
                   perform ShowOverrideFieldChanges
               when audaction (1:3) = "PRQ"
                   perform ShowPrereqFieldChanges
               when audaction (1:3) = "INS"
                   perform ShowInstrFieldChanges
               when audaction (1:3) = "TCH"
                   perform ShowTeachFieldChanges
               when audaction (1:3) = "ROM"
                   perform ShowRoomFieldChanges
               when audaction (1:3) = "TTB"
                   perform ShowMeetingFieldChanges
               when audaction (1:3) = "SCL"
                   perform ShowScaleFieldChanges
               when audaction (1:3) = "GRD"
                   perform ShowGradeFieldChanges
               when audaction (1:3) = "AWD"
                   perform ShowAwardFieldChanges
               when audaction (1:3) = "PLN"
                   perform ShowPlanFieldChanges
               when audaction (1:3) = "GLA"
                   perform ShowGlAcctFieldChanges
               when audaction (1:3) = "PAY" or "BNK"
                   perform ShowPayFieldChanges
               when audaction (1:3) = "SUS"
                   perform ShowSusFieldChanges
               when audaction (1:3) = "OPR"
                   perform ShowOperFieldChanges
               when audaction (1:3) = "RFS"
                   perform ShowRfsFieldChanges
               when audaction (1:3) = "WDR"
                   perform ShowWithdrawal
               when audaction (1:3) = "PGM"
                   perform ShowPgmFieldChanges
               when audaction (1:3) = "STP"
                   perform ShowStpFieldChanges
               when other
                   perform ShowStudentFieldChanges
           end-evaluate.

      *Field-by-field compare of the two images - only what actually
      *changed prints, so a one-field correction reads as one line.
               DISPLAY "  maxenroll: " OldMaxEnroll " -> "
                   NewMaxEnroll
           end-if.

       ShowEnrollFieldChanges.
           move audoldrecord to OldEnrollImage
           move audnewrecord to NewEnrollImage
           if OldEnrCourse not = NewEnrCourse
               DISPLAY "  coursecode: " OldEnrCourse " -> "
                   NewEnrCourse
           end-if
           if OldEnrTerm not = NewEnrTerm
               DISPLAY "  term: " OldEnrTerm " -> " NewEnrTerm
           end-if
           if OldEnrDate not = NewEnrDate
               DISPLAY "  enrolled: " OldEnrDate " -> " NewEnrDate
           end-if
           if OldEnrStatus not = NewEnrStatus
               DISPLAY "  status: " OldEnrStatus " -> " NewEnrStatus
           end-if.

       ShowPrereqFieldChanges.
           move audoldrecord to OldPrereqImage
           move audnewrecord to NewPrereqImage
           if OldPrqCourse not = NewPrqCourse
               DISPLAY "  course: " OldPrqCourse " -> " NewPrqCourse
           end-if
           if OldPrqRequired not = NewPrqRequired
               DISPLAY "  prerequisite: " OldPrqRequired " -> "
                   NewPrqRequired
           end-if
           if OldPrqMinMarks not = NewPrqMinMarks
               DISPLAY "  minimum mark: " OldPrqMinMarks " -> "
                   NewPrqMinMarks
           end-if.

       ShowOverrideFieldChanges.
           move audoldrecord to OldOverrideImage
           move audnewrecord to NewOverrideImage
           if OldOvrCourse not = NewOvrCourse
               DISPLAY "  override course: " OldOvrCourse " -> "
                   NewOvrCourse
           end-if
           if OldOvrOperator not = NewOvrOperator
               DISPLAY "  granted by: " OldOvrOperator " -> "
                   NewOvrOperator
           end-if
           if OldOvrDate not = NewOvrDate
               DISPLAY "  granted on: " OldOvrDate " -> " NewOvrDate
           end-if.

       ShowInstrFieldChanges.
           move audoldrecord to OldInstrImage
           move audnewrecord to NewInstrImage
           if OldInsId not = NewInsId
               DISPLAY "  instructor: " OldInsId " -> " NewInsId
           end-if
           if OldInsName not = NewInsName
               DISPLAY "  name: " OldInsName " -> " NewInsName
           end-if
           if OldInsDept not = NewInsDept
               DISPLAY "  department: " OldInsDept " -> " NewInsDept
           end-if
           if OldInsMaxLoad not = NewInsMaxLoad
               DISPLAY "  maximum load: " OldInsMaxLoad " -> "
                   NewInsMaxLoad
           end-if.

       ShowTeachFieldChanges.
           move audoldrecord to OldTeachImage
           move audnewrecord to NewTeachImage
           if OldTchCourse not = NewTchCourse
               DISPLAY "  course: " OldTchCourse " -> " NewTchCourse
           end-if
           if OldTchTerm not = NewTchTerm
               DISPLAY "  term: " OldTchTerm " -> " NewTchTerm
           end-if
           if OldTchInstrId not = NewTchInstrId
               DISPLAY "  instructor: " OldTchInstrId " -> "
                   NewTchInstrId
           end-if.

       ShowRoomFieldChanges.
           move audoldrecord to OldRoomImage
           move audnewrecord to NewRoomImage
           if OldRomId not = NewRomId
               DISPLAY "  room: " OldRomId " -> " NewRomId
           end-if
           if OldRomName not = NewRomName
               DISPLAY "  name: " OldRomName " -> " NewRomName
           end-if
           if OldRomSeats not = NewRomSeats
               DISPLAY "  seats: " OldRomSeats " -> " NewRomSeats
           end-if.

       ShowMeetingFieldChanges.
           move audoldrecord to OldMeetingImage
           move audnewrecord to NewMeetingImage
           if OldTtbCourse not = NewTtbCourse
               DISPLAY "  course: " OldTtbCourse " -> " NewTtbCourse
           end-if
           if OldTtbTerm not = NewTtbTerm
               DISPLAY "  term: " OldTtbTerm " -> " NewTtbTerm
           end-if
           if OldTtbDay not = NewTtbDay
               DISPLAY "  day: " OldTtbDay " -> " NewTtbDay
           end-if
           if OldTtbStart not = NewTtbStart
               DISPLAY "  start: " OldTtbStart " -> " NewTtbStart
           end-if
           if OldTtbEnd not = NewTtbEnd
               DISPLAY "  end: " OldTtbEnd " -> " NewTtbEnd
           end-if
           if OldTtbRoom not = NewTtbRoom
               DISPLAY "  room: " OldTtbRoom " -> " NewTtbRoom
           end-if.

       ShowScaleFieldChanges.
           move audoldrecord to OldScaleImage
           move audnewrecord to NewScaleImage
           if OldSclCourse not = NewSclCourse
               DISPLAY "  course: " OldSclCourse " -> " NewSclCourse
           end-if
           if OldSclTerm not = NewSclTerm
               DISPLAY "  effective: " OldSclTerm " -> " NewSclTerm
           end-if
           if OldSclPassMark not = NewSclPassMark
               DISPLAY "  pass mark: " OldSclPassMark " -> "
                   NewSclPassMark
           end-if
           if OldSclBands not = NewSclBands
               DISPLAY "  bands: " OldSclBands
               DISPLAY "      -> " NewSclBands
           end-if.

       ShowGradeFieldChanges.
           move audoldrecord to OldGradeImage
           move audnewrecord to NewGradeImage
           DISPLAY "  course " NewGrdCourse " term " NewGrdTerm
               " marks " NewGrdMarks
           if OldGrdMarks not = NewGrdMarks
               DISPLAY "  marks: " OldGrdMarks " -> " NewGrdMarks
           end-if
           if OldGrdLetter not = NewGrdLetter
               DISPLAY "  letter: " OldGrdLetter " -> " NewGrdLetter
           end-if
           if OldGrdPassFlag not = NewGrdPassFlag
               DISPLAY "  pass flag: " OldGrdPassFlag " -> "
                   NewGrdPassFlag
           end-if.

       ShowAwardFieldChanges.
           move audoldrecord to OldAwardImage
           move audnewrecord to NewAwardImage
           if OldAwdTerm not = NewAwdTerm
               DISPLAY "  term: " OldAwdTerm " -> " NewAwdTerm
           end-if
           if OldAwdCode not = NewAwdCode
               DISPLAY "  award: " OldAwdCode " -> " NewAwdCode
           end-if
           if OldAwdBasis not = NewAwdBasis
               DISPLAY "  basis: " OldAwdBasis " -> " NewAwdBasis
           end-if
           if OldAwdAmount not = NewAwdAmount
               DISPLAY "  amount: " OldAwdAmount " -> " NewAwdAmount
           end-if
           if OldAwdPercent not = NewAwdPercent
               DISPLAY "  percent: " OldAwdPercent " -> "
                   NewAwdPercent
           end-if
           if OldAwdSource not = NewAwdSource
               DISPLAY "  source: " OldAwdSource " -> " NewAwdSource
           end-if
           if OldAwdCourse not = NewAwdCourse
               DISPLAY "  course: " OldAwdCourse " -> " NewAwdCourse
           end-if
           if OldAwdApplied not = NewAwdApplied
               DISPLAY "  applied: " OldAwdApplied " -> "
                   NewAwdApplied
           end-if.

       ShowPlanFieldChanges.
           move audoldrecord to OldPlanImage
           move audnewrecord to NewPlanImage
           if OldPlnTerm not = NewPlnTerm
               DISPLAY "  term: " OldPlnTerm " -> " NewPlnTerm
           end-if
           if OldPlnInstNo not = NewPlnInstNo
               DISPLAY "  instalment: " OldPlnInstNo " -> "
                   NewPlnInstNo
           end-if
           if OldPlnDueDate not = NewPlnDueDate
               DISPLAY "  due: " OldPlnDueDate " -> " NewPlnDueDate
           end-if
           if OldPlnAmount not = NewPlnAmount
               DISPLAY "  amount: " OldPlnAmount " -> " NewPlnAmount
           end-if.

       ShowGlAcctFieldChanges.
           move audoldrecord to OldGlAcctImage
           move audnewrecord to NewGlAcctImage
           if OldGlaTxnType not = NewGlaTxnType
               DISPLAY "  type: " OldGlaTxnType " -> " NewGlaTxnType
           end-if
           if OldGlaSelector not = NewGlaSelector
               DISPLAY "  selector: " OldGlaSelector " -> "
                   NewGlaSelector
           end-if
           if OldGlaDebit not = NewGlaDebit
               DISPLAY "  debit: " OldGlaDebit " -> " NewGlaDebit
           end-if
           if OldGlaCredit not = NewGlaCredit
               DISPLAY "  credit: " OldGlaCredit " -> " NewGlaCredit
           end-if
           if OldGlaDescription not = NewGlaDescription
               DISPLAY "  description: " OldGlaDescription " -> "
                   NewGlaDescription
           end-if.

       ShowPayFieldChanges.
           move audoldrecord to OldPayImage
           if audoldrecord not = spaces
                   and audoldrecord (12:2) not = "FA"
                   and audoldrecord (12:2) not = "SP"
               move audoldrecord to EarlierPayImage
               move EarlyPayStudentId to OldPayStudentId
               move EarlyPayTerm to OldPayTerm
               move EarlyPaySeqNo to OldPaySeqNo
               move EarlyPayDate to OldPayDate
               move EarlyPayAmount to OldPayAmount
               move EarlyPayMethod to OldPayMethod
               move EarlyPayType to OldPayType
               move EarlyPayRefSeq to OldPayRefSeq
           end-if
           move audnewrecord to NewPayImage
           if audnewrecord not = spaces
                   and audnewrecord (12:2) not = "FA"
                   and audnewrecord (12:2) not = "SP"
               move audnewrecord to EarlierPayImage
               move EarlyPayStudentId to NewPayStudentId
               move EarlyPayTerm to NewPayTerm
               move EarlyPaySeqNo to NewPaySeqNo
               move EarlyPayDate to NewPayDate
               move EarlyPayAmount to NewPayAmount
               move EarlyPayMethod to NewPayMethod
               move EarlyPayType to NewPayType
               move EarlyPayRefSeq to NewPayRefSeq
           end-if
           if OldPayStudentId not = NewPayStudentId
               DISPLAY "  student: " OldPayStudentId " -> "
                   NewPayStudentId
           end-if
           if OldPayDate not = NewPayDate
               DISPLAY "  date: " OldPayDate " -> " NewPayDate
           end-if
           if OldPayAmount not = NewPayAmount
               DISPLAY "  amount: " OldPayAmount " -> " NewPayAmount
           end-if
           if OldPayMethod not = NewPayMethod
               DISPLAY "  method: " OldPayMethod " -> " NewPayMethod
           end-if
           if OldPayTerm not = NewPayTerm
               DISPLAY "  term: " OldPayTerm " -> " NewPayTerm
           end-if
           if OldPayType not = NewPayType
               DISPLAY "  type: " OldPayType " -> " NewPayType
           end-if
           if OldPaySeqNo not = NewPaySeqNo
               DISPLAY "  seq: " OldPaySeqNo " -> " NewPaySeqNo
           end-if
           if OldPayRefSeq not = NewPayRefSeq
               DISPLAY "  ref seq: " OldPayRefSeq " -> "
                   NewPayRefSeq
           end-if.

       ShowSusFieldChanges.
           move audoldrecord to OldSusImage
           move audnewrecord to NewSusImage
           if OldSusNo not = NewSusNo
               DISPLAY "  item: " OldSusNo " -> " NewSusNo
           end-if
           if OldSusAmount not = NewSusAmount
               DISPLAY "  amount: " OldSusAmount " -> " NewSusAmount
           end-if
           if OldSusStatus not = NewSusStatus
               DISPLAY "  status: " OldSusStatus " -> " NewSusStatus
           end-if
           if OldSusReason not = NewSusReason
               DISPLAY "  reason: " OldSusReason " -> " NewSusReason
           end-if
           if OldSusStudentId not = NewSusStudentId
               DISPLAY "  student: " OldSusStudentId " -> "
                   NewSusStudentId
           end-if
           if OldSusTerm not = NewSusTerm
               DISPLAY "  term: " OldSusTerm " -> " NewSusTerm
           end-if
           if OldSusPaySeqNo not = NewSusPaySeqNo
               DISPLAY "  payment seq: " OldSusPaySeqNo " -> "
                   NewSusPaySeqNo
           end-if
           if OldSusCloseDate not = NewSusCloseDate
               DISPLAY "  closed: " OldSusCloseDate " -> "
                   NewSusCloseDate
           end-if
           if OldSusRefundMethod not = NewSusRefundMethod
               DISPLAY "  refunded by: " OldSusRefundMethod " -> "
                   NewSusRefundMethod
           end-if
           if OldSusValueDate not = NewSusValueDate
               DISPLAY "  value date: " OldSusValueDate " -> "
                   NewSusValueDate
           end-if
           if OldSusBankRef not = NewSusBankRef
               DISPLAY "  bank ref: " OldSusBankRef " -> "
                   NewSusBankRef
           end-if.

       ShowOperFieldChanges.
           move audoldrecord to OldOperImage
           move audnewrecord to NewOperImage
           if OldOprId not = NewOprId
               DISPLAY "  operator: " OldOprId " -> " NewOprId
           end-if
           if OldOprName not = NewOprName
               DISPLAY "  name: " OldOprName " -> " NewOprName
           end-if
           if OldOprRole not = NewOprRole
               DISPLAY "  role: " OldOprRole " -> " NewOprRole
           end-if
           if OldOprStatus not = NewOprStatus
               DISPLAY "  status: " OldOprStatus " -> " NewOprStatus
           end-if
           if OldOprFailCount not = NewOprFailCount
               DISPLAY "  wrong passwords: " OldOprFailCount " -> "
                   NewOprFailCount
           end-if
           if audaction = "OPRPWD"
               DISPLAY "  password: changed"
           end-if.

       ShowRfsFieldChanges.
           move audoldrecord to OldRfsImage
           move audnewrecord to NewRfsImage
           if OldRfsTerm not = NewRfsTerm
               DISPLAY "  term: " OldRfsTerm " -> " NewRfsTerm
           end-if
           if OldRfsStartDate not = NewRfsStartDate
               DISPLAY "  week 1 starts: " OldRfsStartDate " -> "
                   NewRfsStartDate
           end-if
           if OldRfsBands not = NewRfsBands
               DISPLAY "  bands: " OldRfsBands
               DISPLAY "      -> " NewRfsBands
           end-if.

       ShowWithdrawal.
           move audnewrecord to NewWdImage
           move NewWdCharge to WdDispCharge
           move NewWdRefund to WdDispRefund
           DISPLAY "  course " NewWdCourse " term " NewWdTerm
               " week " NewWdWeek " refund " NewWdPercent "%"
           DISPLAY "  charge " WdDispCharge " refunded " WdDispRefund.

      *The key of a requirement never changes, so it is shown from
      *whichever image is there and only the title and credit hours
      *are compared.
       ShowPgmFieldChanges.
           move audoldrecord to OldPgmImage
           move audnewrecord to NewPgmImage
           if NewPgmCode = spaces
               DISPLAY "  programme " OldPgmCode " item "
                   OldPgmItemType " pool " OldPgmPool " course "
                   OldPgmCourse
           else
               DISPLAY "  programme " NewPgmCode " item "
                   NewPgmItemType " pool " NewPgmPool " course "
                   NewPgmCourse
           end-if
           if OldPgmTitle not = NewPgmTitle
               DISPLAY "  title: " OldPgmTitle " -> " NewPgmTitle
           end-if
           if OldPgmCredits not = NewPgmCredits
               DISPLAY "  credit hours: " OldPgmCredits " -> "
                   NewPgmCredits
           end-if.

       ShowStpFieldChanges.
           move audoldrecord to OldStpImage
           move audnewrecord to NewStpImage
           if OldStpProgCode not = NewStpProgCode
               DISPLAY "  programme: " OldStpProgCode " -> "
                   NewStpProgCode
           end-if
           if OldStpDate not = NewStpDate
               DISPLAY "  assigned: " OldStpDate " -> " NewStpDate
           end-if.

       identification division.
       program-id. GradeScale.
       Author. Bo Liu.
      *Grades marks and prices letters against the grading scale in
      *effect for a course in a term. The scale file holds, for a
      *course or for the institution default (****), each scale with
      *the term it took effect; the one that applies to a grade is
      *the latest whose effective term is not after the grade's term,
      *so a senate change from next fall leaves this year's grades on
      *the old bands. A course with no scale of its own takes the
      *default, and with no default either - or no scale file yet -
      *the long-standing bands apply: A 80, B 70, C 60, D 50, F below,
      *pass at 50, four points down to none. GradeEntry, GradeApply,
      *Transcript, HistInquiry, Standing and the re-derive run all
      *call here so the rule is kept in one place. A withdrawal's W
      *is not on any scale: asked for its points it is handed back
      *as it is, with none.

       Environment division.
       input-output section.
       file-control.
           select scalefile assign to "C:\Cobol\grdscale.dat"
               organization is indexed
               access mode is dynamic
               record key is scalekey
               file status is ScaleFileStatus.

       Data division.
       file section.
       FD scalefile.
           COPY GRDSCALE.

       Working-storage section.
       01 ScaleFileStatus       pic xx.
           88 ScaleStatusOK     value "00".
           88 ScaleStatusNotFnd value "35".

       01 LookupWork.
           05 EndOfScales       pic x.
               88 ScaleSweepDone value "Y".
           05 ScaleFoundFlag    pic x.
               88 ScaleFound    value "Y".
           05 BandFoundFlag     pic x.
               88 BandFound     value "Y".
           05 WantedScaleCourse pic x(4).
           05 WantedRank        pic 9(5).
           05 BestRank          pic 9(5).
           05 BandIdx           pic 9.

      *A term code ranked so terms compare in calendar order - the
      *year, then spring before fall. Plain text order would put
      *2026FA ahead of 2026SP.
       01 RankWork.
           05 RankTerm.
               10 RankYear      pic x(4).
               10 RankYearNum redefines RankYear pic 9(4).
               10 RankSeason    pic x(2).
           05 TermRank          pic 9(5).

      *The scale the grade is judged on, copied out of the file
      *record or set from the built-in bands, under its own names.
       01 ScaleInUse.
           05 SiCourseCode      pic x(4).
           05 SiTerm            pic x(6).
           05 SiPassMark        pic 9(3).
           05 SiBand            occurs 6 times.
               10 SiLetter      pic x.
               10 SiMinMarks    pic 9(3).
               10 SiPoints      pic 9v9.

      *The long-standing bands, in the scale record layout.
       01 BuiltInScale          pic x(49) value
           "****000000050A08040B07030C06020D05010F00000      ".

       Linkage section.
           COPY SCLAREA.

       Procedure division using sclarea.
       begin.
      *    A called program keeps its working storage between calls,
      *    so the flags are reset here - each call judges afresh.
           initialize LookupWork
           if SclDeriveLetter
               move spaces to sclletter
           end-if
           move "N" to sclpassflag
           move zero to sclpoints
           move sclterm to RankTerm
           perform RankTheTerm
           move TermRank to WantedRank
           open input scalefile
           if ScaleStatusOK
               move sclcoursecode to WantedScaleCourse
               perform FindScale
               if not ScaleFound
                   move "****" to WantedScaleCourse
                   perform FindScale
                   if ScaleFound
                       set SclDefaultScale to true
                   end-if
               else
                   set SclCourseScale to true
               end-if
               close scalefile
           else
               if not ScaleStatusNotFnd
                   DISPLAY "Warning - grdscale.dat will not open - "
                       "status " ScaleFileStatus
                       ". Standard bands used."
               end-if
           end-if
           if not ScaleFound
               move BuiltInScale to ScaleInUse
               set SclBuiltInScale to true
           end-if
           evaluate true
               when SclDeriveLetter
                   perform DeriveLetter
               when SclLookupPoints
                   perform LookupPoints
           end-evaluate
           goback.

      *Keyed START at the course with low-values in the term, then
      *read on until the course changes, keeping the latest scale
      *that has taken effect by the grade's term.
       FindScale.
           move "N" to EndOfScales
           move zero to BestRank
           move WantedScaleCourse to scalecoursecode
           move low-values to scaleterm
           start scalefile key is not less than scalekey
               invalid key
                   set ScaleSweepDone to true
           end-start
           perform until ScaleSweepDone
               read scalefile next record
                   at end
                       set ScaleSweepDone to true
               end-read
               if not ScaleSweepDone
                   if not ScaleStatusOK
                       or scalecoursecode not = WantedScaleCourse
                       set ScaleSweepDone to true
                   else
                       perform JudgeScale
                   end-if
               end-if
           end-perform.

       JudgeScale.
           move scaleterm to RankTerm
           perform RankTheTerm
           if TermRank not > WantedRank and TermRank > BestRank
               move TermRank to BestRank
               move scalerec to ScaleInUse
               set ScaleFound to true
           end-if.

      *A term that is not a year and season ranks nowhere, so a
      *scale keyed against it is never chosen.
       RankTheTerm.
           if RankYear not numeric
               move zero to TermRank
           else
               compute TermRank = RankYearNum * 10
               if RankSeason = "FA"
                   add 2 to TermRank
               else
                   add 1 to TermRank
               end-if
           end-if.

      *The first band, highest first, whose lowest mark the marks
      *reach gives the letter and its points. Marks below every band
      *- only possible on a scale whose last band is not zero - fail.
       DeriveLetter.
           move "N" to BandFoundFlag
           perform MatchMarksBand
               varying BandIdx from 1 by 1
               until BandIdx > 6 or BandFound
           if not BandFound
               move "F" to sclletter
               move zero to sclpoints
           end-if
           if sclmarks >= SiPassMark
               move "Y" to sclpassflag
           else
               move "N" to sclpassflag
           end-if.

       MatchMarksBand.
           if SiLetter (BandIdx) not = space
                   and sclmarks >= SiMinMarks (BandIdx)
               move SiLetter (BandIdx) to sclletter
               move SiPoints (BandIdx) to sclpoints
               set BandFound to true
           end-if.

      *A letter the scale does not know carries no points, and a W
      *is never matched against the bands.
       LookupPoints.
           move "N" to BandFoundFlag
           if sclletter not = "W"
               perform MatchLetterBand
                   varying BandIdx from 1 by 1
                   until BandIdx > 6 or BandFound
           end-if.

       MatchLetterBand.
           if SiLetter (BandIdx) not = space
                   and SiLetter (BandIdx) = sclletter
               move SiPoints (BandIdx) to sclpoints
               set BandFound to true
           end-if.

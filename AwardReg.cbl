       identification division.
       program-id. AwardReg.
       Author. Bo Liu.
      *Award register for a keyed term - every aid award credit the
      *billing run has posted to bills.dat, looked up on awards.dat
      *for its funding source and sorted by source, course and
      *student. Each course prints its awards and a subtotal within
      *its funding source, each source a total, and the foot of the
      *register totals aid by course across every source and gives
      *the grand total, so the institutional figures show aid as aid
      *rather than buried in cash taken. A posted credit whose award
      *is no longer on file is listed under source UNKNOWN. The term's
      *awards on awards.dat are then checked against what they are
      *due - a fixed award its amount, a percentage award its share
      *of the student's net tuition for the course or courses it
      *covers - and any whose amount applied falls short is listed,
      *so aid the billing run has not yet put against a charge is
      *seen rather than lost.

       Environment division.
       input-output section.
       file-control.
           select billfile assign to "C:\Cobol\bills.dat"
               organization is indexed
               access mode is dynamic
               record key is billkey
               file status is BillFileStatus.
           select awardfile assign to "C:\Cobol\awards.dat"
               organization is indexed
               access mode is dynamic
               record key is awardkey
               file status is AwardFileStatus.
           select sortworkfile assign to "sortwork.tmp".
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select awdregfile assign to dynamic AwdRegFileName
               organization is line sequential
               file status is AwdRegFileStatus.

       Data division.
       file section.
       FD billfile.
           COPY BILLS.

       FD awardfile.
           COPY AWARDS.

       SD sortworkfile.
       01 sortrec.
           05 sortsource        pic x(8).
           05 sortcoursecode    pic x(4).
           05 sortstudentid     pic 9(7).
           05 sortawardcode     pic x(6).
           05 sortamount        pic 9(6)v99.

       FD awdregfile.
       01 awdregline            pic x(70).

       Working-storage section.
       01 BillFileStatus        pic xx.
           88 BillStatusOK      value "00".
           88 BillStatusNotFnd  value "35".

       01 AwardFileStatus       pic xx.
           88 AwardStatusOK     value "00".
           88 AwardStatusNotFnd value "35".

       01 AwdRegFileStatus      pic xx.
           88 AwdRegStatusOK    value "00".

       01 AwdRegFileName        pic x(30).

           COPY RPTAREA.

       01 EndFlags.
           05 EndOfBills        pic x value "N".
               88 AllBillsRead  value "Y".
           05 SortDone          pic x value "N".
               88 AllSorted     value "Y".
           05 AwardFileFlag     pic x value "N".
               88 AwardFileOpen value "Y".
           05 EndOfAwards       pic x value "N".
               88 AllAwardsRead value "Y".
           05 EndOfStudentBills pic x value "N".
               88 AllStudentBillsRead value "Y".

      *The term asked for - blank is the current one.
       01 WantedTerm            pic x(6).

       01 RegisterWork.
           05 PriorSource       pic x(8) value spaces.
           05 PriorCourse       pic x(4) value spaces.
           05 CourseAwards      pic 9(5) value zero.
           05 CourseAid         pic 9(8)v99 value zero.
           05 SourceAwards      pic 9(5) value zero.
           05 SourceAid         pic 9(8)v99 value zero.
           05 GrandAwards       pic 9(7) value zero.
           05 GrandAid          pic 9(9)v99 value zero.
           05 BillsRead         pic 9(7) value zero.

      *Aid per course across every funding source, built as the
      *sorted credits pass and printed at the foot of the register.
       01 CourseAidTable.
           05 CaCount           pic 9(3) value zero.
           05 CaEntry           occurs 200 times
                                 indexed by CaIdx.
               10 CaCourseCode  pic x(4).
               10 CaAwards      pic 9(5).
               10 CaAid         pic 9(8)v99.

      *What one award is due against what it has been applied.
       01 ShortfallWork.
           05 ShortCount        pic 9(5) value zero.
           05 PercentDue        pic s9(7)v99 value zero.
           05 BillShare         pic 9(6)v99 value zero.
           05 AwardDue          pic 9(6)v99 value zero.

       01 RunDateYMD            pic 9(8).

      *Every body line is built here and written through the one
      *paragraph that knows when a page is full.
       01 PrintLine             pic x(70).

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

       01 HeadingLine1.
           05 filler            pic x(17)
               value "Award Register - ".
           05 filler            pic x(5) value "Term ".
           05 HeadTerm          pic x(6).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2  pic x(40)
           value "  Course Student Award       Amount".

       01 SourceLine.
           05 filler            pic x(16) value "Funding source ".
           05 SlSource          pic x(8).

       01 DetailLine.
           05 filler            pic x(2) value space.
           05 DetCourseCode     pic x(4).
           05 filler            pic x(3) value space.
           05 DetStudentId      pic 9(7).
           05 filler            pic x value space.
           05 DetAwardCode      pic x(6).
           05 filler            pic x value space.
           05 DetAmount         pic zzz,zz9.99.

       01 CourseTotalLine.
           05 filler            pic x(15) value "  Course total ".
           05 CtlCourseCode     pic x(4).
           05 filler            pic x value space.
           05 CtlAwards         pic zzzz9.
           05 filler            pic x(9) value " award(s)".
           05 CtlAid            pic zz,zzz,zz9.99.

       01 SourceTotalLine.
           05 filler            pic x(13) value "Source total ".
           05 StlSource         pic x(8).
           05 filler            pic x value space.
           05 StlAwards         pic zzzz9.
           05 filler            pic x(9) value " award(s)".
           05 StlAid            pic zz,zzz,zz9.99.

       01 ByCourseLine.
           05 filler            pic x(11) value "Aid course ".
           05 BclCourseCode     pic x(4).
           05 filler            pic x(6) value space.
           05 BclAwards         pic zzzz9.
           05 filler            pic x(9) value " award(s)".
           05 BclAid            pic zz,zzz,zz9.99.

       01 ShortHeadLine1 pic x(24)
           value "Awards not fully applied".

       01 ShortHeadLine2 pic x(43)
           value "  Student Award  Crse        Due    Applied".

       01 ShortLine.
           05 filler            pic x(2) value space.
           05 ShlStudentId      pic 9(7).
           05 filler            pic x value space.
           05 ShlAwardCode      pic x(6).
           05 filler            pic x value space.
           05 ShlCourseCode     pic x(4).
           05 filler            pic x value space.
           05 ShlDue            pic zzz,zz9.99.
           05 filler            pic x value space.
           05 ShlApplied        pic zzz,zz9.99.

       01 ShortTotalLine.
           05 filler            pic x(26)
               value "Awards not fully applied ".
           05 SttCount          pic zzzz9.

       01 GrandTotalLine.
           05 filler            pic x(19) value "Total aid ........ ".
           05 GtlAwards         pic zzzzzz9.
           05 filler            pic x(9) value " award(s)".
           05 GtlAid            pic zzz,zzz,zz9.99.

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "AwardReg" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's totals.
           initialize EndFlags
           initialize RegisterWork
           initialize CourseAidTable
           initialize ShortfallWork
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           DISPLAY "Enter term (e.g. 2026FA, blank = current): "
               WITH NO ADVANCING
           ACCEPT WantedTerm
           if WantedTerm = spaces
               call "CurrentTerm" using WantedTerm
           end-if
           open input billfile
           evaluate true
               when BillStatusOK
                   perform OpenAwardFile
                   perform ProduceAwardRegister
                   close billfile
                   if AwardFileOpen
                       close awardfile
                   end-if
               when BillStatusNotFnd
                   DISPLAY "bills.dat not found - run the billing "
                       "pass first."
                   set JournalError to true
               when other
                   DISPLAY "bills.dat will not open - status "
                       BillFileStatus
                   set JournalError to true
           end-evaluate
           set JournalEnd to true
           move BillsRead to jrnlreads
           call "RunJournal" using jrnlarea
           goback.

      *Without awards.dat the credits still print and total, all
      *under source UNKNOWN.
       OpenAwardFile.
           open input awardfile
           evaluate true
               when AwardStatusOK
                   set AwardFileOpen to true
               when AwardStatusNotFnd
                   DISPLAY "awards.dat not found - sources unknown."
               when other
                   DISPLAY "awards.dat will not open - status "
                       AwardFileStatus ". Sources unknown."
           end-evaluate.

       ProduceAwardRegister.
           move "awardreg" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to AwdRegFileName
           open output awdregfile
           if not AwdRegStatusOK
               DISPLAY AwdRegFileName " will not open - status "
                   AwdRegFileStatus ". No register produced."
               set JournalError to true
           else
               sort sortworkfile
                   on ascending key sortsource sortcoursecode
                                    sortstudentid sortawardcode
                   input procedure is SelectAwardCredits
                   output procedure is WriteAwardRegister
               if AwardFileOpen
                   perform ListShortAwards
               end-if
               close awdregfile
               DISPLAY GrandAwards " award credit(s) for "
                   WantedTerm " - register on " AwdRegFileName
               if ShortCount > zero
                   DISPLAY ShortCount " award(s) not fully applied - "
                       "see the foot of the register."
               end-if
           end-if.

      *Every AWARD credit in the term goes to the sort with the
      *funding source of the award it was posted from.
       SelectAwardCredits.
           perform ReadBillRecord
           perform until AllBillsRead
               if billterm = WantedTerm and BillIsAward
                   perform ReleaseAwardCredit
               end-if
               perform ReadBillRecord
           end-perform.

       ReadBillRecord.
           read billfile next record
               at end set AllBillsRead to true
           end-read
           if not AllBillsRead
               if not BillStatusOK
                   DISPLAY "bills.dat record read error - status "
                       BillFileStatus
                   set AllBillsRead to true
                   set JournalError to true
               else
                   add 1 to BillsRead
               end-if
           end-if.

       ReleaseAwardCredit.
           move "UNKNOWN" to sortsource
           if AwardFileOpen
               move billstudentid to awdstudentid
               move billterm to awdterm
               move billawardcode to awdcode
               read awardfile
                   invalid key
                       continue
                   not invalid key
                       move awdsource to sortsource
               end-read
           end-if
           move billcoursecode to sortcoursecode
           move billstudentid to sortstudentid
           move billawardcode to sortawardcode
           move billamount to sortamount
           release sortrec.

      *Control breaks on course within funding source.
       WriteAwardRegister.
           perform WriteHeading
           perform until AllSorted
               return sortworkfile
                   at end set AllSorted to true
                   not at end perform ProcessSortedCredit
               end-return
           end-perform
           if PriorSource not = spaces
               perform WriteCourseTotal
               perform WriteSourceTotal
           end-if
           perform WriteRegisterFoot.

       ProcessSortedCredit.
           if sortsource not = PriorSource
               if PriorSource not = spaces
                   perform WriteCourseTotal
                   perform WriteSourceTotal
               end-if
               perform StartSource
               perform StartCourse
           else
               if sortcoursecode not = PriorCourse
                   perform WriteCourseTotal
                   perform StartCourse
               end-if
           end-if
           move sortcoursecode to DetCourseCode
           move sortstudentid to DetStudentId
           move sortawardcode to DetAwardCode
           move sortamount to DetAmount
           move DetailLine to PrintLine
           perform WriteReportLine
           add 1 to CourseAwards
           add sortamount to CourseAid
           perform AddToCourseAid.

       StartSource.
           move sortsource to PriorSource
           move zero to SourceAwards
           move zero to SourceAid
           if LineCount + 3 > LinesPerPage
               perform WriteHeading
           end-if
           move sortsource to SlSource
           move SourceLine to PrintLine
           perform WriteReportLine.

       StartCourse.
           move sortcoursecode to PriorCourse
           move zero to CourseAwards
           move zero to CourseAid.

       WriteCourseTotal.
           move PriorCourse to CtlCourseCode
           move CourseAwards to CtlAwards
           move CourseAid to CtlAid
           move CourseTotalLine to PrintLine
           perform WriteReportLine
           add CourseAwards to SourceAwards
           add CourseAid to SourceAid.

       WriteSourceTotal.
           move PriorSource to StlSource
           move SourceAwards to StlAwards
           move SourceAid to StlAid
           move SourceTotalLine to PrintLine
           perform WriteReportLine
           move spaces to PrintLine
           perform WriteReportLine
           add SourceAwards to GrandAwards
           add SourceAid to GrandAid.

      *One slot per course seen - the boundary WHEN comes first so
      *the compare never reaches an unopened slot, as DemoStats
      *counts its ethnicity values.
       AddToCourseAid.
           set CaIdx to 1
           search CaEntry
               at end
                   DISPLAY "Course aid table full - course "
                       sortcoursecode " not totalled."
               when CaIdx > CaCount
                   add 1 to CaCount
                   move sortcoursecode to CaCourseCode (CaIdx)
                   move 1 to CaAwards (CaIdx)
                   move sortamount to CaAid (CaIdx)
               when CaCourseCode (CaIdx) = sortcoursecode
                   add 1 to CaAwards (CaIdx)
                   add sortamount to CaAid (CaIdx)
           end-search.

       WriteRegisterFoot.
           if CaCount > zero
               perform WriteByCourseLine
                   varying CaIdx from 1 by 1
                   until CaIdx > CaCount
               move spaces to PrintLine
               perform WriteReportLine
           end-if
           move GrandAwards to GtlAwards
           move GrandAid to GtlAid
           move GrandTotalLine to PrintLine
           perform WriteReportLine.

       WriteByCourseLine.
           move CaCourseCode (CaIdx) to BclCourseCode
           move CaAwards (CaIdx) to BclAwards
           move CaAid (CaIdx) to BclAid
           move ByCourseLine to PrintLine
           perform WriteReportLine.

       WriteReportLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write awdregline from PrintLine
           perform CheckAwdRegWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move WantedTerm to HeadTerm
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           write awdregline from HeadingLine1
           perform CheckAwdRegWriteStatus
           write awdregline from HeadingLine2
           perform CheckAwdRegWriteStatus
           move 2 to LineCount.

      *Every award for the term is read in key order. An award the
      *billing run has applied short of what it is due prints with
      *both figures - usually one keyed after its course was billed
      *that the next billing run will post.
       ListShortAwards.
           move spaces to PrintLine
           perform WriteReportLine
           move ShortHeadLine1 to PrintLine
           perform WriteReportLine
           move ShortHeadLine2 to PrintLine
           perform WriteReportLine
           move "N" to EndOfAwards
           move low-values to awardkey
           start awardfile key is not less than awardkey
               invalid key
                   set AllAwardsRead to true
           end-start
           perform until AllAwardsRead
               read awardfile next record
                   at end
                       set AllAwardsRead to true
               end-read
               if not AllAwardsRead
                   if not AwardStatusOK
                       DISPLAY "awards.dat record read error - status "
                           AwardFileStatus
                       set AllAwardsRead to true
                       set JournalError to true
                   else
                       if awdterm = WantedTerm
                           perform CheckAwardApplied
                       end-if
                   end-if
               end-if
           end-perform
           move ShortCount to SttCount
           move ShortTotalLine to PrintLine
           perform WriteReportLine.

      *A percentage is its share of each charge on the courses the
      *award covers, rounded charge by charge as the billing run
      *posts it, less its share of any transfer credit; a fixed
      *award is due its whole amount.
       CheckAwardApplied.
           if AwardIsPercent
               perform SumStudentTuition
               if PercentDue > zero
                   move PercentDue to AwardDue
               else
                   move zero to AwardDue
               end-if
           else
               move awdamount to AwardDue
           end-if
           if awdapplied < AwardDue
               add 1 to ShortCount
               move awdstudentid to ShlStudentId
               move awdcode to ShlAwardCode
               move awdcoursecode to ShlCourseCode
               move AwardDue to ShlDue
               move awdapplied to ShlApplied
               move ShortLine to PrintLine
               perform WriteReportLine
           end-if.

      *The student's term bills by key - charges in, transfer
      *credits out; award credits are aid, not a change in tuition.
       SumStudentTuition.
           move zero to PercentDue
           move "N" to EndOfStudentBills
           move awdstudentid to billstudentid
           move awdterm to billterm
           move zero to billseqno
           start billfile key is not less than billkey
               invalid key
                   set AllStudentBillsRead to true
           end-start
           perform until AllStudentBillsRead
               read billfile next record
                   at end
                       set AllStudentBillsRead to true
               end-read
               if not AllStudentBillsRead
                   if not BillStatusOK
                           or billstudentid not = awdstudentid
                           or billterm not = awdterm
                       set AllStudentBillsRead to true
                   else
                       if AwardAnyCourse
                               or billcoursecode = awdcoursecode
                           perform AddToPercentDue
                       end-if
                   end-if
               end-if
           end-perform.

       AddToPercentDue.
           compute BillShare rounded = billamount * awdpercent / 100
           if BillIsCharge
               add BillShare to PercentDue
           else
               if not BillIsAward
                   subtract BillShare from PercentDue
               end-if
           end-if.

      *Called after every WRITE. A lost register line is a warning,
      *not a reason to stop the register.
       CheckAwdRegWriteStatus.
           if not AwdRegStatusOK
               DISPLAY AwdRegFileName " write error - status "
                   AwdRegFileStatus
           end-if.

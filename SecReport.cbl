       identification division.
       program-id. SecReport.
       Author. Bo Liu.
      *Security log report - every refused sign-on OperSession has
      *logged on seclog.dat between two keyed dates: an operator id
      *not on file, a wrong password, a disabled operator trying to
      *sign on and an operator disabled by a third wrong password,
      *with the program it was tried from. The foot counts the
      *refusals by kind and by operator id, so the operations office
      *can see an account being guessed at before it is locked.

       Environment division.
       input-output section.
       file-control.
           select seclogfile assign to "C:\Cobol\seclog.dat"
               organization is line sequential
               file status is SecLogFileStatus.
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select secrptfile assign to dynamic SecRptFileName
               organization is line sequential
               file status is SecRptFileStatus.

       Data division.
       file section.
       FD seclogfile.
           COPY SECLOG.

       FD secrptfile.
       01 secrptline            pic x(70).

       Working-storage section.
       01 SecLogFileStatus      pic xx.
           88 SecLogStatusOK    value "00".
           88 SecLogStatusNotFnd value "35".

       01 SecRptFileStatus      pic xx.
           88 SecRptStatusOK    value "00".

       01 SecRptFileName        pic x(30).

           COPY RPTAREA.

       01 EndOfSecLog           pic x value "N".
           88 AllSecLogRead     value "Y".

      *The dates asked for - zero from and to is the whole log.
       01 DateRange.
           05 FromDate          pic 9(8).
           05 ToDate            pic 9(8).

       01 ReportWork.
           05 EntriesRead       pic 9(7) value zero.
           05 EntriesListed     pic 9(7) value zero.
           05 UnknownCount      pic 9(7) value zero.
           05 BadPwdCount       pic 9(7) value zero.
           05 DisabledCount     pic 9(7) value zero.
           05 LockedCount       pic 9(7) value zero.

      *Refusals per operator id, in the order the ids first appear.
       01 OperCountTable.
           05 OcCount           pic 9(3) value zero.
           05 OcEntry           occurs 200 times
                                 indexed by OcIdx.
               10 OcOperId      pic x(8).
               10 OcRefusals    pic 9(5).

       01 RunDateYMD            pic 9(8).

      *Every body line is built here and written through the one
      *paragraph that knows when a page is full.
       01 PrintLine             pic x(70).

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

       01 HeadingLine1.
           05 filler            pic x(23)
               value "Security Log Report - ".
           05 HeadFromDate      pic 9(8).
           05 filler            pic x(4) value " to ".
           05 HeadToDate        pic 9(8).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(6) value " Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2  pic x(50)
           value "Date     Time   Operator Event  Program".

       01 DetailLine.
           05 DetDate           pic 9(8).
           05 filler            pic x value space.
           05 DetTime           pic 9(6).
           05 filler            pic x value space.
           05 DetOperId         pic x(8).
           05 filler            pic x value space.
           05 DetEvent          pic x(6).
           05 filler            pic x value space.
           05 DetProgram        pic x(12).

       01 EventTotalLine.
           05 filler            pic x(2) value space.
           05 EtlDescription    pic x(30).
           05 EtlCount          pic zzzzzz9.

       01 OperTotalLine.
           05 filler            pic x(11) value "  Operator ".
           05 OtlOperId         pic x(8).
           05 filler            pic x(13) value space.
           05 OtlRefusals       pic zzzzzz9.

       01 GrandTotalLine.
           05 filler            pic x(32)
               value "Refused sign-ons ............. ".
           05 GtlCount          pic zzzzzz9.

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "SecReport" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's totals.
           move "N" to EndOfSecLog
           initialize ReportWork
           initialize OperCountTable
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           DISPLAY "Enter from date (YYYYMMDD, 0 for the whole log): "
               WITH NO ADVANCING
           ACCEPT FromDate
           if FromDate = zero
               move 99999999 to ToDate
           else
               DISPLAY "Enter to date (YYYYMMDD, 0 = today): "
                   WITH NO ADVANCING
               ACCEPT ToDate
               if ToDate = zero
                   move RunDateYMD to ToDate
               end-if
           end-if
           open input seclogfile
           evaluate true
               when SecLogStatusOK
                   perform ProduceSecReport
                   close seclogfile
               when SecLogStatusNotFnd
                   DISPLAY "seclog.dat not found - no refused "
                       "sign-ons logged."
               when other
                   DISPLAY "seclog.dat will not open - status "
                       SecLogFileStatus
                   set JournalError to true
           end-evaluate
           set JournalEnd to true
           move EntriesRead to jrnlreads
           call "RunJournal" using jrnlarea
           goback.

       ProduceSecReport.
           move "seclog" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to SecRptFileName
           open output secrptfile
           if not SecRptStatusOK
               DISPLAY SecRptFileName " will not open - status "
                   SecRptFileStatus ". No report produced."
               set JournalError to true
           else
               perform WriteHeading
               perform ReadSecLogEntry
               perform until AllSecLogRead
                   if secdate >= FromDate and secdate <= ToDate
                       perform ListSecLogEntry
                   end-if
                   perform ReadSecLogEntry
               end-perform
               perform WriteReportFoot
               close secrptfile
               DISPLAY EntriesListed " refused sign-on(s) - report on "
                   SecRptFileName
           end-if.

       ReadSecLogEntry.
           read seclogfile
               at end set AllSecLogRead to true
           end-read
           if not AllSecLogRead
               if not SecLogStatusOK
                   DISPLAY "seclog.dat record read error - status "
                       SecLogFileStatus
                   set AllSecLogRead to true
                   set JournalError to true
               else
                   add 1 to EntriesRead
               end-if
           end-if.

       ListSecLogEntry.
           add 1 to EntriesListed
           move secdate to DetDate
           move sectime to DetTime
           move secoperid to DetOperId
           move secevent to DetEvent
           move secprogram to DetProgram
           move DetailLine to PrintLine
           perform WriteReportLine
           evaluate true
               when SecUnknownId
                   add 1 to UnknownCount
               when SecBadPassword
                   add 1 to BadPwdCount
               when SecDisabled
                   add 1 to DisabledCount
               when SecLocked
                   add 1 to LockedCount
           end-evaluate
           perform AddToOperCount.

      *One slot per operator id seen - the boundary WHEN comes first
      *so the compare never reaches an unopened slot.
       AddToOperCount.
           set OcIdx to 1
           search OcEntry
               at end
                   DISPLAY "Operator table full - operator "
                       secoperid " not totalled."
               when OcIdx > OcCount
                   add 1 to OcCount
                   move secoperid to OcOperId (OcIdx)
                   move 1 to OcRefusals (OcIdx)
               when OcOperId (OcIdx) = secoperid
                   add 1 to OcRefusals (OcIdx)
           end-search.

       WriteReportFoot.
           move spaces to PrintLine
           perform WriteReportLine
           move "Operator id not on file" to EtlDescription
           move UnknownCount to EtlCount
           perform WriteEventTotal
           move "Wrong password" to EtlDescription
           move BadPwdCount to EtlCount
           perform WriteEventTotal
           move "Disabled operator" to EtlDescription
           move DisabledCount to EtlCount
           perform WriteEventTotal
           move "Disabled by wrong passwords" to EtlDescription
           move LockedCount to EtlCount
           perform WriteEventTotal
           if OcCount > zero
               move spaces to PrintLine
               perform WriteReportLine
               perform WriteOperTotal
                   varying OcIdx from 1 by 1
                   until OcIdx > OcCount
           end-if
           move spaces to PrintLine
           perform WriteReportLine
           move EntriesListed to GtlCount
           move GrandTotalLine to PrintLine
           perform WriteReportLine.

       WriteEventTotal.
           move EventTotalLine to PrintLine
           perform WriteReportLine.

       WriteOperTotal.
           move OcOperId (OcIdx) to OtlOperId
           move OcRefusals (OcIdx) to OtlRefusals
           move OperTotalLine to PrintLine
           perform WriteReportLine.

       WriteReportLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write secrptline from PrintLine
           perform CheckSecRptWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move FromDate to HeadFromDate
           move ToDate to HeadToDate
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           write secrptline from HeadingLine1
           perform CheckSecRptWriteStatus
           write secrptline from HeadingLine2
           perform CheckSecRptWriteStatus
           move 2 to LineCount.

      *Called after every WRITE. A lost report line is a warning,
      *not a reason to stop the report.
       CheckSecRptWriteStatus.
           if not SecRptStatusOK
               DISPLAY SecRptFileName " write error - status "
                   SecRptFileStatus
           end-if.

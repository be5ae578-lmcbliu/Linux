       identification division.
       program-id. NextSeq.
       Author. Bo Liu.
      *Hands out sequence numbers for the records written to the
      *indexed bills and payments files. Each file's last number is
      *kept on the control file seqctl.dat; a call for the next one
      *moves it on and writes the control file straight back, so a
      *run that stops part way never hands the same number out
      *twice. Nor is a number handed out above the highest the
      *caller's field can hold. A payment's number identifies it
      *across the whole file - adjustments and the GL extract refer
      *to it - so the number is never worked out from the file
      *itself once it is keyed by student. The conversion of the
      *two files sets the starting point, and FinConvert can rebuild
      *a lost entry from the file's highest number; a file the
      *control file does not know gets no number, so nothing is
      *written to it meanwhile.

       Environment division.
       input-output section.
       file-control.
           select controlfile assign to "C:\Cobol\seqctl.dat"
               organization is line sequential
               file status is ControlFileStatus.

       Data division.
       file section.
       FD controlfile.
       01 controlrec.
           05 CtlFileName       pic x(8).
           05 CtlLastSeq        pic 9(7).

       Working-storage section.
       01 ControlFileStatus     pic xx.
           88 ControlStatusOK   value "00".
           88 ControlStatusNotFnd value "35".

       01 EndOfControl          pic x value "N".
           88 AllControlRead    value "Y".

      *Every file the control file knows about, held whole so it
      *can be rewritten with just this file's number moved on.
       01 ControlTableWork.
           05 KnownCount        pic 9(2) value zero.
           05 KnownEntry        occurs 10 times
                                 indexed by KnownIdx.
               10 KnownFile     pic x(8).
               10 KnownLastSeq  pic 9(7).

       01 SeqWork.
           05 FileFound         pic x.
               88 FoundFile     value "Y".
           05 WriteFailure      pic x.
               88 ControlNotWritten value "Y".

       Linkage section.
           COPY SEQAREA.

       Procedure division using seqarea.
       begin.
      *    A called program keeps its working storage between calls,
      *    so the table and flags are reset here - each call reads
      *    the control file fresh.
           move zero to KnownCount
           move "N" to EndOfControl
           move "N" to FileFound
           set SeqNotGiven to true
           perform ReadControlFile
           perform FindFileEntry
           evaluate true
               when SeqGetNext and FoundFile
                       and KnownLastSeq (KnownIdx) not < seqlimit
                   move zero to seqnumber
                   DISPLAY seqfilename " sequence numbers used up at "
                       KnownLastSeq (KnownIdx) " - nothing written."
               when SeqGetNext and FoundFile
                   add 1 to KnownLastSeq (KnownIdx)
                   move KnownLastSeq (KnownIdx) to seqnumber
                   perform WriteControlFile
               when SeqGetNext
                   move zero to seqnumber
                   DISPLAY "seqctl.dat has no entry for " seqfilename
                       " - rebuild it from the file's highest number"
                   DISPLAY "(FinConvert, option R) before writing to"
                       " it."
               when SeqGetLast and FoundFile
                   move KnownLastSeq (KnownIdx) to seqnumber
                   set SeqNumberGiven to true
               when SeqGetLast
                   move zero to seqnumber
               when SeqSetLast
                   if not FoundFile
                       perform OpenControlSlot
                   end-if
                   if FoundFile
                       move seqnumber to KnownLastSeq (KnownIdx)
                       perform WriteControlFile
                   end-if
           end-evaluate
           goback.

       ReadControlFile.
           open input controlfile
           if ControlStatusOK
               perform ReadControlRecord
               perform until AllControlRead
                   perform HoldControlRecord
                   perform ReadControlRecord
               end-perform
               close controlfile
           else
               if not ControlStatusNotFnd
                   DISPLAY "seqctl.dat will not open - status "
                       ControlFileStatus
               end-if
           end-if.

       ReadControlRecord.
           read controlfile
               at end set AllControlRead to true
           end-read
           if not AllControlRead and not ControlStatusOK
               DISPLAY "seqctl.dat record read error - status "
                   ControlFileStatus
               set AllControlRead to true
           end-if.

       HoldControlRecord.
           if KnownCount < 10
               add 1 to KnownCount
               set KnownIdx to KnownCount
               move CtlFileName to KnownFile (KnownIdx)
               move CtlLastSeq to KnownLastSeq (KnownIdx)
           end-if.

       FindFileEntry.
           set KnownIdx to 1
           search KnownEntry
               at end
                   continue
               when KnownIdx > KnownCount
                   continue
               when KnownFile (KnownIdx) = seqfilename
                   set FoundFile to true
           end-search.

       OpenControlSlot.
           if KnownCount < 10
               add 1 to KnownCount
               set KnownIdx to KnownCount
               move seqfilename to KnownFile (KnownIdx)
               set FoundFile to true
           else
               DISPLAY "seqctl.dat table full - " seqfilename
                   " not set."
           end-if.

      *The number only counts as handed out once the control file
      *holds it.
       WriteControlFile.
           open output controlfile
           if not ControlStatusOK
               DISPLAY "seqctl.dat will not open - status "
                   ControlFileStatus ". No number given."
           else
               move "N" to WriteFailure
               perform WriteControlRecord
                   varying KnownIdx from 1 by 1
                   until KnownIdx > KnownCount
               close controlfile
               if not ControlNotWritten
                   set SeqNumberGiven to true
               end-if
           end-if.

       WriteControlRecord.
           move KnownFile (KnownIdx) to CtlFileName
           move KnownLastSeq (KnownIdx) to CtlLastSeq
           write controlrec
           if not ControlStatusOK
               DISPLAY "seqctl.dat not written - status "
                   ControlFileStatus
               set ControlNotWritten to true
           end-if.

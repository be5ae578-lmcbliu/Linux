       identification division.
       program-id. Backup.
       Author. Bo Liu.
      *Backs the three indexed masters, and the indexed bills and
      *payments files, up to dated sequential backup files and
      *restores a chosen generation back into the indexed file.
      *Three generations are kept, cycled through a control file, so
      *one bad OPEN OUTPUT no longer loses students.dat for good.
      *Every backup ends with a control record carrying the run date,
      *record count and StudentId hash total; a restore reads it
      *back and proves the counts match before declaring success.

       Environment division.
       input-output section.
               access mode is sequential
               record key is coursemastercode
               file status is CourseFileStatus.
           select billfile assign to "C:\Cobol\bills.dat"
               organization is indexed
               access mode is sequential
               record key is billkey
               file status is BillFileStatus.
           select paymentfile assign to "C:\Cobol\payments.dat"
               organization is indexed
               access mode is sequential
               record key is paykey
               file status is PaymentFileStatus.
      *The one backup FD serves all five files and every
      *generation - the name is built at run time from the master
      *being copied and the generation in hand, so the assignment
      *must be dynamic; a plain data-name here would resolve as a
       FD coursefile.
           COPY COURSES.

       FD billfile.
           COPY BILLS.

       FD paymentfile.
           COPY PAYMENTS.

       FD backupfile.
       01 backuprec             pic x(100).

           88 CourseStatusEOF   value "10".
           88 CourseStatusNotFnd value "35".

       01 BillFileStatus        pic xx.
           88 BillStatusOK      value "00".
           88 BillStatusNotFnd  value "35".

       01 PaymentFileStatus     pic xx.
           88 PaymentStatusOK   value "00".
           88 PaymentStatusNotFnd value "35".

       01 BackupFileStatus      pic xx.
           88 BackupStatusOK    value "00".
           88 BackupStatusEOF   value "10".
               88 RestoreStudents value "S" "s".
               88 RestoreGrades   value "G" "g".
               88 RestoreCourses  value "C" "c".
               88 RestoreBills    value "B" "b".
               88 RestorePayments value "P" "p".
           05 RestoreGen        pic 9.

       01 GenerationWork.
           05 LastGen           pic 9 value zero.
           05 NextGen           pic 9.
           05 MaxGenerations    pic 9 value 3.
           05 FilesToBackUp     pic 9 value 5.

       01 RunDateYMD            pic 9(8).


      *The control record written as the last line of every backup
      *file. The tag byte pattern cannot occur in real data - every
      *record starts with a digit or a course code.
       01 ControlTrailer.
           05 TrlTag            pic x(5).
               88 IsTrailerTag  value "*CTL*".
           call "RunJournal" using jrnlarea
           goback.

      *One backup run copies all five files to the same new
      *generation, then moves the control file on. The generation
      *only advances when all five copied cleanly - a partial set
      *would leave one slot holding a stale file from three runs
      *earlier that a later restore would happily prove against.
       BackupAllMasters.
           perform BackupStudentFile
           perform BackupGradeFile
           perform BackupCourseFile
           perform BackupBillFile
           perform BackupPaymentFile
           if BackupsMade = FilesToBackUp
               perform WriteControlFile
           else
               DISPLAY "Backup set incomplete - generation not"
               set MasterAllRead to true
           end-if.

       BackupBillFile.
           open input billfile
           if not BillStatusOK
               DISPLAY "bills.dat will not open - status "
                   BillFileStatus ". Not backed up."
           else
               perform BuildBillBackupName
               perform StartBackupCopy
               if BackupStatusOK
                   perform CopyBillRecords
                   if not CopyFailed
                       perform WriteBackupTrailer
                       add 1 to BackupsMade
                       add CopiedCount to JournalTally
                       DISPLAY "bills.dat: " CopiedCount
                           " record(s) to " BackupFileName
                   end-if
                   close backupfile
               end-if
               close billfile
           end-if.

       CopyBillRecords.
           read billfile
               at end set MasterAllRead to true
           end-read
           perform CheckBillCopyRead
           perform until MasterAllRead
               write backuprec from billrec
               if not BackupStatusOK
                   DISPLAY BackupFileName " write error - status "
                       BackupFileStatus ". Backup abandoned."
                   set CopyFailed to true
                   set JournalError to true
                   set MasterAllRead to true
               else
                   add 1 to CopiedCount
                   add billstudentid to CopiedHash
                   read billfile
                       at end set MasterAllRead to true
                   end-read
                   perform CheckBillCopyRead
               end-if
           end-perform.

       CheckBillCopyRead.
           if not MasterAllRead and not BillStatusOK
               DISPLAY "bills.dat read error - status "
                   BillFileStatus ". Backup abandoned."
               set CopyFailed to true
               set JournalError to true
               set MasterAllRead to true
           end-if.

       BackupPaymentFile.
           open input paymentfile
           if not PaymentStatusOK
               DISPLAY "payments.dat will not open - status "
                   PaymentFileStatus ". Not backed up."
           else
               perform BuildPaymentBackupName
               perform StartBackupCopy
               if BackupStatusOK
                   perform CopyPaymentRecords
                   if not CopyFailed
                       perform WriteBackupTrailer
                       add 1 to BackupsMade
                       add CopiedCount to JournalTally
                       DISPLAY "payments.dat: " CopiedCount
                           " record(s) to " BackupFileName
                   end-if
                   close backupfile
               end-if
               close paymentfile
           end-if.

       CopyPaymentRecords.
           read paymentfile
               at end set MasterAllRead to true
           end-read
           perform CheckPaymentCopyRead
           perform until MasterAllRead
               write backuprec from payrec
               if not BackupStatusOK
                   DISPLAY BackupFileName " write error - status "
                       BackupFileStatus ". Backup abandoned."
                   set CopyFailed to true
                   set JournalError to true
                   set MasterAllRead to true
               else
                   add 1 to CopiedCount
                   add paystudentid to CopiedHash
                   read paymentfile
                       at end set MasterAllRead to true
                   end-read
                   perform CheckPaymentCopyRead
               end-if
           end-perform.

       CheckPaymentCopyRead.
           if not MasterAllRead and not PaymentStatusOK
               DISPLAY "payments.dat read error - status "
                   PaymentFileStatus ". Backup abandoned."
               set CopyFailed to true
               set JournalError to true
               set MasterAllRead to true
           end-if.

       StartBackupCopy.
           move zero to CopiedCount
           move zero to CopiedHash
       RestoreOneMaster.
           DISPLAY "S - students.dat   G - grades.dat   "
               "C - courses.dat"
           DISPLAY "B - bills.dat      P - payments.dat"
           DISPLAY "Select a file: " WITH NO ADVANCING.
           ACCEPT RestoreFile.
           DISPLAY "Generation to restore (1-" MaxGenerations "): "
                       perform RestoreGradeFile
                   when RestoreCourses
                       perform RestoreCourseFile
                   when RestoreBills
                       perform RestoreBillFile
                   when RestorePayments
                       perform RestorePaymentFile
                   when other
                       DISPLAY "Unrecognised file - nothing restored."
               end-evaluate
               perform ReadBackupRecord
           end-perform.

      *seqctl.dat is not wound back with either file - numbers
      *handed out since the backup are simply never used again, so a
      *restored file can never meet a number twice.
       RestoreBillFile.
           move RestoreGen to NextGen
           perform BuildBillBackupName
           perform StartRestoreRead
           if BackupStatusOK
               open output billfile
               if not BillStatusOK
                   DISPLAY "bills.dat will not open for output"
                       " - status " BillFileStatus
               else
                   perform RestoreBillRecords
                   close billfile
                   perform ProveRestoreTotals
               end-if
               close backupfile
           end-if.

       RestoreBillRecords.
           perform ReadBackupRecord
           perform until BackupAllRead
               if BwIsTrailer
                   perform NoteTrailer
               else
                   move BwImage to billrec
                   write billrec
                   if BillStatusOK
                       add 1 to RestoredCount
                       add billstudentid to RestoredHash
                   else
                       DISPLAY "bills.dat write error - status "
                           BillFileStatus
                       set RestoreFailed to true
                   end-if
               end-if
               perform ReadBackupRecord
           end-perform.

       RestorePaymentFile.
           move RestoreGen to NextGen
           perform BuildPaymentBackupName
           perform StartRestoreRead
           if BackupStatusOK
               open output paymentfile
               if not PaymentStatusOK
                   DISPLAY "payments.dat will not open for output"
                       " - status " PaymentFileStatus
               else
                   perform RestorePaymentRecords
                   close paymentfile
                   perform ProveRestoreTotals
               end-if
               close backupfile
           end-if.

       RestorePaymentRecords.
           perform ReadBackupRecord
           perform until BackupAllRead
               if BwIsTrailer
                   perform NoteTrailer
               else
                   move BwImage to payrec
                   write payrec
                   if PaymentStatusOK
                       add 1 to RestoredCount
                       add paystudentid to RestoredHash
                   else
                       DISPLAY "payments.dat write error - status "
                           PaymentFileStatus
                       set RestoreFailed to true
                   end-if
               end-if
               perform ReadBackupRecord
           end-perform.

       StartRestoreRead.
           move zero to RestoredCount
           move zero to RestoredHash
           string "C:\Cobol\crsbak" NextGen ".dat"
               delimited by size into BackupFileName.

       BuildBillBackupName.
           move spaces to BackupFileName
           string "C:\Cobol\bilbak" NextGen ".dat"
               delimited by size into BackupFileName.

       BuildPaymentBackupName.
           move spaces to BackupFileName
           string "C:\Cobol\paybak" NextGen ".dat"
               delimited by size into BackupFileName.

      *Which generation the last backup went to - zero when no
      *control file exists yet, so the first run uses generation 1.
       ReadControlFile.

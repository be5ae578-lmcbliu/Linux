       identification division.
       program-id. OperMaint.
       Author. Bo Liu.
      *Keys and maintains the operator master on operators.dat - who
      *may sign on to the menu, with what role, and whether they are
      *still allowed to. The operations office adds operators, changes
      *a name or role, disables and re-enables operators (re-enabling
      *also clears a lock from wrong passwords) and sets a new
      *password when one is forgotten. Operators are never deleted,
      *so an old audit or journal entry can always be traced to a
      *name. Only an operator signed on with the operations role may
      *use it, except the very first time: with no operator master,
      *or nobody on it, the first operator can be added straight away
      *and is always given the operations role. Every action gets an
      *audit entry with an OPR action code; the password is left out
      *of the record images.

       Environment division.
       input-output section.
       file-control.
           select operfile assign to "C:\Cobol\operators.dat"
               organization is indexed
               access mode is dynamic
               record key is operid
               file status is OperFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD operfile.
           COPY OPERATOR.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 OperFileStatus        pic xx.
           88 OperStatusOK      value "00".
           88 OperStatusNotFnd  value "35".

       01 AuditFileStatus       pic xx.
           88 AuditStatusOK     value "00".
           88 AuditStatusNotFound value "35".

       01 OperatorId            pic x(8).
       01 AuditStamp.
           05 AuditDate.
               10 AuditYear     pic 9(4).
               10 AuditMonth    pic 9(2).
               10 AuditDay      pic 9(2).
           05 AuditTime.
               10 AuditHour     pic 9(2).
               10 AuditMinute   pic 9(2).
               10 AuditSecond   pic 9(2).
               10 AuditHundSec  pic 9(2).

      *Set by each action before the shared audit write. The images
      *stop short of the password at the end of the record.
       01 AuditImages.
           05 AuditAction       pic x(6).
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

       01 OperWork.
           05 WantedOperId      pic x(8).
               88 NoMoreOpers   value spaces.
           05 MaintChoice       pic x.
               88 ChangeWanted  value "C" "c".
               88 DisableWanted value "D" "d".
               88 EnableWanted  value "E" "e".
               88 PasswordWanted value "P" "p".
           05 AddChoice         pic x.
               88 AddWanted     value "Y" "y".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 EndOfOpers        pic x.
               88 AllOpersRead  value "Y".
           05 OperCount         pic 9(3).
           05 SetUpMode         pic x value "N".
               88 FirstOperator value "Y".
           05 MaintAllowed      pic x value "N".
               88 MaySignOnUsers value "Y".

       01 OperEntryWork.
           05 NameIn            pic x(20).
           05 RoleIn            pic x(10).
               88 ValidRoleIn   value "REGISTRAR" "BURSAR" "CASHIER"
                                      "ACADEMIC" "OPERATIONS".
           05 PasswordIn        pic x(8).
           05 PasswordAgain     pic x(8).

       01 OperLine.
           05 OlId              pic x(8).
           05 filler            pic x value space.
           05 OlName            pic x(20).
           05 filler            pic x value space.
           05 OlRole            pic x(10).
           05 filler            pic x value space.
           05 OlStatus          pic x(8).
           05 filler            pic x(13) value " last sign-on".
           05 OlLastSignOn      pic 9(8).

      *Run-journal tallies - operators keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "OperMaint" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
           move "N" to SetUpMode
           move "N" to MaintAllowed
           move spaces to OperatorId
           perform CheckMaintAllowed
           if MaySignOnUsers
               perform OpenOperFile
               if OperStatusOK
                   perform OpenAuditFile
                   if FirstOperator
                       perform SetUpFirstOperator
                   else
                       perform ListOpers
                       perform GetOperId
                       perform until NoMoreOpers
                           add 1 to ReadTally
                           perform MaintainOneOper
                           perform GetOperId
                       end-perform
                   end-if
                   close auditfile
                   close operfile
               end-if
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens operators.dat for update, creating it first the one time
      *it does not exist yet.
       OpenOperFile.
           open i-o operfile
           if OperStatusNotFnd
               open output operfile
               close operfile
               open i-o operfile
           end-if
           if not OperStatusOK
               DISPLAY "operators.dat will not open - status "
                   OperFileStatus
               set JournalError to true
           end-if.

      *An operator master that is missing or empty can only be given
      *its first operator. Otherwise the operator signed on must hold
      *the operations role - a run outside the menu signs on through
      *OperSession first, before operators.dat is opened for update.
       CheckMaintAllowed.
           open input operfile
           if OperStatusOK
               move low-values to operid
               start operfile key is not less than operid
                   invalid key
                       set FirstOperator to true
               end-start
               close operfile
           else
               if OperStatusNotFnd
                   set FirstOperator to true
               end-if
           end-if
           if FirstOperator
               set MaySignOnUsers to true
           else
               move "OperMaint" to oprprogram
               set OprGetSession to true
               call "OperSession" using oprarea
               move oprid to OperatorId
               if oprrole = "OPERATIONS"
                   set MaySignOnUsers to true
               else
                   DISPLAY "Operator maintenance is for the operations "
                       "office only."
                   set JournalError to true
               end-if
           end-if.

      *Opens audit.dat for appending, creating it first the one time
      *it does not exist yet.
       OpenAuditFile.
           open extend auditfile
           if AuditStatusNotFound
               open output auditfile
               close auditfile
               open extend auditfile
           end-if
           if not AuditStatusOK
               DISPLAY "Warning - audit.dat will not open - status "
                   AuditFileStatus ". Changes will not be logged."
           end-if.

      *The first operator signs their own entry in the audit trail.
       SetUpFirstOperator.
           DISPLAY "Setting up the first operator - they will have the "
               "operations role."
           move spaces to WantedOperId
           perform until not NoMoreOpers
               DISPLAY "Enter new operator id: " WITH NO ADVANCING
               ACCEPT WantedOperId
           end-perform
           add 1 to ReadTally
           move WantedOperId to OperatorId
           move "OPERATIONS" to RoleIn
           perform AddOper.

      *Every operator on file with their role and status, in id order.
       ListOpers.
           move zero to OperCount
           move "N" to EndOfOpers
           move low-values to operid
           start operfile key is not less than operid
               invalid key
                   set AllOpersRead to true
           end-start
           perform until AllOpersRead
               read operfile next record
                   at end set AllOpersRead to true
               end-read
               if not AllOpersRead
                   if not OperStatusOK
                       set AllOpersRead to true
                   else
                       add 1 to OperCount
                       perform ShowOper
                   end-if
               end-if
           end-perform
           DISPLAY OperCount " operators on file.".

       ShowOper.
           move operid to OlId
           move opername to OlName
           move operrole to OlRole
           if OperDisabled
               move "DISABLED" to OlStatus
           else
               move "ACTIVE" to OlStatus
           end-if
           move operlastsignon to OlLastSignOn
           DISPLAY OperLine.

       GetOperId.
           DISPLAY "Enter operator id (blank to end): "
               WITH NO ADVANCING.
           ACCEPT WantedOperId.

      *An id on file is shown and can be maintained; an id not on
      *file can be added.
       MaintainOneOper.
           move WantedOperId to operid
           read operfile
               invalid key
                   DISPLAY "Operator " WantedOperId " is not on file."
                   DISPLAY "Add them (Y/N)? " WITH NO ADVANCING
                   ACCEPT AddChoice
                   if AddWanted
                       move spaces to RoleIn
                       perform AddOper
                   end-if
               not invalid key
                   perform ShowOper
                   perform ActOnOper
           end-read.

       ActOnOper.
           DISPLAY "C - Change name or role   D - Disable   "
               "E - Enable   P - New password"
           DISPLAY "Select an action (anything else - leave): "
               WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when ChangeWanted
                   perform ChangeOper
               when DisableWanted
                   perform DisableOper
               when EnableWanted
                   perform EnableOper
               when PasswordWanted
                   perform NewPassword
               when other
                   DISPLAY "Operator left as they are."
           end-evaluate.

      *RoleIn arrives as OPERATIONS for the first operator and as
      *spaces otherwise, when the role is asked for.
       AddOper.
           set EntryValid to true
           DISPLAY "Enter name: " WITH NO ADVANCING
           ACCEPT NameIn
           if NameIn = spaces
               DISPLAY "Invalid name - must not be blank."
               set EntryStatus to "N"
           end-if
           if EntryValid and RoleIn = spaces
               perform GetRole
           end-if
           if EntryValid
               perform GetPassword
           end-if
           if EntryValid
               move WantedOperId to operid
               move NameIn to opername
               move RoleIn to operrole
               set OperActive to true
               move zero to operfailcount
               move zero to operlastsignon
               move PasswordIn to operpassword
               write operrec
                   invalid key
                       DISPLAY "Operator " WantedOperId
                           " is already on file."
                   not invalid key
                       add 1 to WriteTally
                       move "OPRADD" to AuditAction
                       move spaces to OldRecordImage
                       move operrec (1:48) to NewRecordImage
                       perform WriteAuditRecord
                       DISPLAY "Operator " WantedOperId " added."
               end-write
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

      *A blank answer keeps what is on file.
       ChangeOper.
           set EntryValid to true
           move spaces to OldRecordImage
           move operrec (1:48) to OldRecordImage
           DISPLAY "Enter name (blank to keep): " WITH NO ADVANCING
           ACCEPT NameIn
           perform GetRole
           if RoleIn = spaces
               set EntryValid to true
               move operrole to RoleIn
           end-if
           if EntryValid
               if NameIn not = spaces
                   move NameIn to opername
               end-if
               if operid = OperatorId and RoleIn not = "OPERATIONS"
                   DISPLAY "Invalid role - you cannot take the "
                       "operations role from yourself."
                   set EntryStatus to "N"
               else
                   move RoleIn to operrole
               end-if
           end-if
           if EntryValid
               move "OPRCHG" to AuditAction
               perform RewriteOper
           else
               DISPLAY "Entry rejected - operator left as they are."
           end-if.

      *Operators are disabled rather than deleted. Nobody can disable
      *themselves, so there is always an operator who can undo it.
       DisableOper.
           if operid = OperatorId
               DISPLAY "You cannot disable yourself."
           else
               if OperDisabled
                   DISPLAY "Operator " operid " is already disabled."
               else
                   move spaces to OldRecordImage
                   move operrec (1:48) to OldRecordImage
                   set OperDisabled to true
                   move "OPRDIS" to AuditAction
                   perform RewriteOper
               end-if
           end-if.

      *Enabling also clears the count of wrong passwords, so an
      *operator locked out by them starts again with three tries.
       EnableOper.
           if OperActive and operfailcount = zero
               DISPLAY "Operator " operid " is already enabled."
           else
               move spaces to OldRecordImage
               move operrec (1:48) to OldRecordImage
               set OperActive to true
               move zero to operfailcount
               move "OPRENA" to AuditAction
               perform RewriteOper
           end-if.

      *A new password also clears the count of wrong passwords. The
      *audit entry records that it was changed, never what it is.
       NewPassword.
           perform GetPassword
           if EntryValid
               move spaces to OldRecordImage
               move operrec (1:48) to OldRecordImage
               move PasswordIn to operpassword
               move zero to operfailcount
               move "OPRPWD" to AuditAction
               perform RewriteOper
           else
               DISPLAY "Entry rejected - password left as it is."
           end-if.

       RewriteOper.
           rewrite operrec
           if OperStatusOK
               add 1 to WriteTally
               move spaces to NewRecordImage
               move operrec (1:48) to NewRecordImage
               perform WriteAuditRecord
               DISPLAY "Operator " operid " updated."
           else
               DISPLAY "Operator " operid " not rewritten - status "
                   OperFileStatus
           end-if.

      *A blank role is returned as spaces with EntryStatus "N"; the
      *change path takes that as keeping the role on file.
       GetRole.
           set EntryValid to true
           DISPLAY "Roles: REGISTRAR BURSAR CASHIER ACADEMIC "
               "OPERATIONS"
           DISPLAY "Enter role: " WITH NO ADVANCING
           ACCEPT RoleIn
           inspect RoleIn converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if RoleIn = spaces or not ValidRoleIn
               if RoleIn not = spaces
                   DISPLAY "Invalid role " RoleIn "."
               end-if
               set EntryStatus to "N"
           end-if.

      *Keyed twice, and both must agree.
       GetPassword.
           set EntryValid to true
           DISPLAY "Enter password: " WITH NO ADVANCING
           ACCEPT PasswordIn
           DISPLAY "Enter password again: " WITH NO ADVANCING
           ACCEPT PasswordAgain
           evaluate true
               when PasswordIn = spaces
                   DISPLAY "Invalid password - must not be blank."
                   set EntryStatus to "N"
               when PasswordIn not = PasswordAgain
                   DISPLAY "Invalid password - the two entries do "
                       "not agree."
                   set EntryStatus to "N"
               when other
                   continue
           end-evaluate.

      *Logs who touched the operator master and when, with the
      *before and after images less the password. An operator
      *belongs to no student, so the student id on the entry is zero.
       WriteAuditRecord.
           ACCEPT AuditDate FROM DATE YYYYMMDD.
           ACCEPT AuditTime FROM TIME.
           move zero to audstudentid
           move OperatorId to audoperator
           move AuditDate to audactiondate
           move AuditTime to audactiontime
           move AuditAction to audaction
           move OldRecordImage to audoldrecord
           move NewRecordImage to audnewrecord
           if AuditStatusOK
               write auditrec
               if not AuditStatusOK
                   DISPLAY "Warning - audit entry for operator "
                       operid " was not written - status "
                       AuditFileStatus
               end-if
           end-if.

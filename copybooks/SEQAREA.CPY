      *Interface area for the NextSeq subprogram. The caller names
      *the file it is numbering (bills or payments) and gets back
      *the next sequence number for a record it is about to write;
      *the number is taken as handed out whether or not the write
      *goes through. The bills and payments conversion sets the
      *starting point instead, from the highest number it loaded,
      *and the last number given can be asked for without moving
      *it on. No number comes back if the control file does not
      *know the file, or if the next number would be above the
      *highest the caller's sequence field can hold (seqlimit) -
      *a number cut down to fit would meet one already in use.
       01 seqarea.
           05 seqaction              pic x.
               88 SeqGetNext         value "N".
               88 SeqSetLast         value "S".
               88 SeqGetLast         value "G".
           05 seqfilename            pic x(8).
           05 seqnumber              pic 9(7).
           05 seqlimit               pic 9(7).
           05 seqresult              pic x.
               88 SeqNumberGiven     value "Y".
               88 SeqNotGiven        value "N".

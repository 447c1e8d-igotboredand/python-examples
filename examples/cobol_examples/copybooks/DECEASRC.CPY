      *> ---------------------------------------------------------------
      *> DECEASRC.CPY
      *>
      *> Deceased-client register (deceased.dat).  ClientDeceased
      *> appends one record for every account it matches exactly to a
      *> death notification and sets inactive - the deceased reason
      *> behind that status, with the date of death and the date the
      *> account was flagged.  Unlike dnmail.dat the register is never
      *> cleared: ClientLabelPrint, ClientHousehold and
      *> ClientBirthdayExtract load it at selection time and skip a
      *> registered account whatever its ClientStatus says today, so a
      *> later reactivation can never put a deceased client back into
      *> a mailing.  Pulled out to a copybook so the layout only has
      *> to change in one place.
      *> ---------------------------------------------------------------
01 DeceasedRec.
   02  DC-ACCT-NUMBER        PIC 9(7).
   02  DC-DEATH-DATE         PIC 9(8).
   02  DC-FLAG-DATE          PIC 9(8).

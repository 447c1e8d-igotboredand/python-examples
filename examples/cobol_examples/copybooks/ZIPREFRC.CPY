      *> ---------------------------------------------------------------
      *> ZIPREFRC.CPY
      *>
      *> ZIP reference record (zipref.dat) - the maintained table of
      *> which State, and which City names, each three-digit ZIP prefix
      *> belongs to.  One line per prefix/State/City: a prefix serving
      *> several towns has a line for each, and a prefix that really
      *> does straddle a state line has lines under both States.  A
      *> line with ZR-CITY blank vouches for the prefix/State pair
      *> only, for a prefix whose towns haven't been loaded yet - the
      *> City is then not checked for that prefix/State at all.  City
      *> names are compared without regard to case.
      *>
      *> ClientTranEdit, ClientOnlineMaint, ClientReturnMail and
      *> SeqWriteRead check every address they take in against it;
      *> ClientZipScan reports the master records that disagree.  A
      *> prefix not on the file fails the check - an unknown prefix is
      *> as likely to be a mistyped ZIP as a gap in the table.  Pulled
      *> out to a copybook so the layout only has to change in one
      *> place.
      *> ---------------------------------------------------------------
01 ZipRefRec.
   02  ZR-ZIP-PREFIX         PIC 9(3).
   02  ZR-STATE              PIC X(2).
   02  ZR-CITY               PIC X(15).

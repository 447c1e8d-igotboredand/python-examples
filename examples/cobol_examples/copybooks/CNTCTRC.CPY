      *> "H" record is the audit trail of the piece itself.
      *> CT-CAMPAIGN is the sending program's campaign name (BIRTHDAY,
      *> LABELPRINT, HOUSEHOLD) and CT-RUN-DATE the run that sent it.
      *>
      *> ClientAddrNotice logs its address-change confirmations here
      *> too, under campaign ADDRCHANGE.  Those are service mail: they
      *> are sent regardless of the cap and opt-outs, and the marketing
      *> extracts leave them out of the contact cap count.
      *> ---------------------------------------------------------------
01 ContactRec.
   02  CT-REC-TYPE           PIC X(1).
       88  CT-HOUSEHOLD-ID           VALUE "H".
   02  CT-ID-NUMBER          PIC 9(7).
   02  CT-CAMPAIGN           PIC X(12).
       88  CT-SERVICE-MAIL           VALUE "ADDRCHANGE".
   02  CT-RUN-DATE           PIC 9(8).

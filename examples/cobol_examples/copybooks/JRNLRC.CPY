      *> printable (ClientJournalInquiry, ClientOperActivity), with a
      *> blank operator id marking the pre-attribution era.  Do not
      *> add future fields ahead of the images for the same reason.
      *> ClientReturnMail's corrections are the one batch source
      *> stamped differently, "*RETMAIL": their before image is an
      *> address just returned undeliverable (ClientAddrNotice sends
      *> no confirmation letter to it).
      *>
      *> JR-CHECKER-ID is the second operator who approved a
      *> dual-control item (see PENDRC.CPY) - JR-OPERATOR-ID is then the
      *> maker who keyed it.  Spaces on everything that needed no second
      *> approval, and on every record written before the field existed.
      *>
      *> JR-REF-RUN-ID/JR-REF-RUN-DATE point back at an earlier journal
      *> entry this one undoes - on a reinstatement ("R", written by
      *> ClientReinstate with the archived record as the after image)
      *> they are the run id/date of the "P" purge entry the account is
      *> brought back from.  Spaces on every other record.
      *> ---------------------------------------------------------------
01 JournalRec.
   02  JR-RUN-ID             PIC 9(8).
   02  JR-AFTER-IMAGE        PIC X(95).
   02  JR-OPERATOR-ID        PIC X(8).
       88  JR-BATCH-APPLIED          VALUE "*BATCH*".
       88  JR-RETMAIL-APPLIED        VALUE "*RETMAIL".
   02  JR-CHECKER-ID         PIC X(8).
   02  JR-REFERENCE.
       03  JR-REF-RUN-ID     PIC 9(8).
       03  JR-REF-RUN-DATE   PIC 9(8).

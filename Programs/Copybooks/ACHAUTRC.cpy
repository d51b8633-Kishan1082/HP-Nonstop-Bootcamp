      *> ===================================================================
      *> ACHAUTRC.cpy
      *> Shared ACH auto-draft authorization record (achauth.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> draft authorizations.  One record per installment plan (the
      *> plan is keyed by student, so the authorization is too): the
      *> bank account the family signed to have each installment
      *> drafted from.  ACHAMNT keeps the record, ACHDRAFT drafts
      *> against it, and NSFPOST counts the drafts that come back
      *> returned, cancelling the authorization when the count
      *> reaches the site's return limit.
      *>
      *> AUT-STATUS: "A" active - installments are drafted, "C"
      *> cancelled - the family pays by check or at the window again.
      *> AUT-ACCOUNT-TYPE: "C" checking, "S" savings.
      *> ===================================================================
           05  AUT-STUDENT-ID              PIC 9(6).
           05  AUT-ROUTING-NUMBER          PIC 9(9).
           05  AUT-ACCOUNT-NUMBER          PIC X(17).
           05  AUT-ACCOUNT-TYPE            PIC X(1).
               88  AUT-CHECKING            VALUE "C".
               88  AUT-SAVINGS             VALUE "S".
               88  AUT-ACCOUNT-TYPE-VALID  VALUES "C" "S".
           05  AUT-HOLDER-NAME             PIC X(22).
           05  AUT-STATUS                  PIC X(1).
               88  AUT-ACTIVE              VALUE "A".
               88  AUT-CANCELLED           VALUE "C".
           05  AUT-SIGNED-DATE             PIC 9(8).
           05  AUT-RETURN-COUNT            PIC 9(2).
           05  AUT-LAST-RETURN-DATE        PIC 9(8).
           05  AUT-CANCEL-DATE             PIC 9(8).
           05  AUT-LAST-DRAFT-DATE         PIC 9(8).

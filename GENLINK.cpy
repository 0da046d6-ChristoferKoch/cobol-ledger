      *> Shared parameters for LedgerGen, called by every program that
      *> changes a ledger to keep a backup generation of the ledger and
      *> its .idx before the change. GEN-RESULT comes back "Y" when a
      *> generation was kept (its id in GEN-ID), "N" when there was no
      *> ledger yet to keep, and "E" when the copy failed.
       01  GEN-LEDGER-NAME         PIC X(30).
       01  GEN-PROGRAM             PIC X(12).
       01  GEN-RESULT              PIC X.
           88  GEN-KEPT            VALUE "Y".
           88  GEN-NO-LEDGER       VALUE "N".
           88  GEN-FAILED          VALUE "E".
       01  GEN-ID                  PIC X(6).

      *> password fingerprint exchange zone for the OPERHSH
      *> subprogram. the caller fills the operator id and the
      *> password in clear ; OPERHSH answers with the 16-digit
      *> fingerprint stored in op-empreinte. the id salts the
      *> computation, so two operators with the same password do
      *> not share a fingerprint.
           1 empreinte-zone.
               2 hsh-operateur pic x(8).
               2 hsh-motpasse pic x(8).
               2 hsh-empreinte pic x(16).

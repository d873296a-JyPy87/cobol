      *> operator record - one system operator, keyed on op-id.
      *> the password is never stored : op-empreinte holds its
      *> fingerprint computed by OPERHSH, checked at sign-on by
      *> OPERSGN. op-date-motpasse is the date of the last change,
      *> zero until the operator has chosen a password of their own
      *> (a new or reset account), which forces a change at the
      *> next sign-on, as does a password older than the validity
      *> period. op-nb-echecs counts consecutive failed sign-ons ;
      *> OPERSGN locks the account when it reaches the limit and
      *> only a profile 4 operator can unlock it through OPERMNT.
      *> op-profil is the authority level, each level including
      *> the lower ones : 1 consultation, 2 mise a jour,
      *> 3 suppression, 4 maintenance des referentiels.
           1 opermast-record.
               2 op-id pic x(8).
               2 op-empreinte pic x(16).
               2 op-profil pic 9(1).
                   88 op-peut-consulter value 1 thru 4.
                   88 op-peut-mettre-a-jour value 2 thru 4.
                   88 op-peut-supprimer value 3 thru 4.
                   88 op-peut-referentiel value 4.
               2 op-date-motpasse pic 9(8).
               2 op-nb-echecs pic 9(2).
               2 op-verrou pic x(1).
                   88 op-verrouille value "O".
                   88 op-deverrouille value "N".
               2 op-date-verrou pic 9(8).

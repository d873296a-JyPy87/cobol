      *> acknowledgement record sent back by the mailing house for
      *> each PERSEXP extract it has loaded, in the H / D / T
      *> manner of PERSIF. the header gives back the run date of
      *> our own header record, each D record one detail they
      *> rejected - the person number, their reason code and
      *> their wording of it - and the trailer the number of
      *> details they received, rejected ones included.
           1 enr-accuse.
               2 ac-type pic x(1).
                   88 ac-est-entete value "H".
                   88 ac-est-rejet value "D".
                   88 ac-est-fin value "T".
               2 ac-corps pic x(79).
               2 ac-entete redefines ac-corps.
                   3 ac-date-envoi pic 9(8).
                   3 filler pic x(71).
               2 ac-rejet redefines ac-corps.
                   3 ac-id pic 9(8).
                   3 ac-motif pic x(4).
                   3 ac-libelle pic x(40).
                   3 filler pic x(27).
               2 ac-fin redefines ac-corps.
                   3 ac-nb-recus pic 9(9).
                   3 filler pic x(70).

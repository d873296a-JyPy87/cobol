      *> household record - persons sharing the same effective
      *> address (see PERSADR), built by the PERSFOY pass. keyed on
      *> fo-num, the household number, which stays the same from
      *> one pass to the next while the household lives at that
      *> address ; fo-adresse (upper-cased) is a unique alternate
      *> key. only addresses with two persons or more form a
      *> household. fo-chef is the head of household the pieces
      *> are addressed to, fo-nom the name used for "Famille <nom>".
      *> fo-passage stamps the last pass that found the household :
      *> an older stamp means the household has dissolved.
           1 persfoy-record.
               2 fo-num pic 9(8).
               2 fo-adresse.
                   3 fo-numero pic 9(3).
                   3 fo-rue pic x(30).
                   3 fo-codepostal pic 9(5).
                   3 fo-ville pic x(30).
               2 fo-chef pic 9(8).
               2 fo-nom pic x(30).
               2 fo-nb-membres pic 9(3).
               2 fo-date-creation pic 9(8).
               2 fo-passage pic 9(14).

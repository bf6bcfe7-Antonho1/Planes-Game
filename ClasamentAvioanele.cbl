000004 CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAMELOG-FILE ASSIGN USING GAMELOG-NUME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ID
               FILE STATUS IS RATINGS-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT SORT-RATINGS ASSIGN TO "CLASAMENT.SRT".
000005 DATA DIVISION.
       FILE SECTION.
       FD  GAMELOG-FILE.
           05 GL-ID-ADV    pic x(4).
           05 filler       pic x(6).
           05 GL-MECI      pic x(4).
           05 GL-HC-ET     pic x(4).
           05 GL-HC-TIP    pic x.
           05 GL-HC-PUNCTE pic x(3).
           05 GL-HC-BENEF  pic x.
       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-ID         pic 9(4).
           05 PL-DATA  pic 9(8).
           05 filler   pic x.
           05 PL-ACTIV pic x.
       SD  SORT-RATINGS.
       01  SORT-RECORD.
           05 SO-ID         pic 9(4).
           05 filler        pic x.
           05 SO-RATING     pic 9(4).
           05 filler        pic x.
           05 SO-JOCURI     pic 9(4).
           05 filler        pic x.
           05 SO-STREAK-TIP pic x.
           05 SO-STREAK-NR  pic 9(3).
           05 filler        pic x.
           05 SO-ULTIM      pic 9(14).

       Working-Storage Section.
       01  gamelog-status pic xx value "00".
       01  gamelog-nume pic x(20) value "GAMELOG.DAT".
       01  prima-inscriere pic 9(8) value 0.
       01  luna-arhiva.
           05 la-an   pic 9999.
           05 la-luna pic 99.
       01  luna-curenta pic x(6).
       01  arhive-citite pic 999 value 0.
       01  dat pic x(22).
       01  ratings-status pic xx value "00".
       01  players-status pic xx value "00".
       01  cotati pic 9(6) value 0.
       01  tabel-rating.
           05 rating-tabel occurs 2 times.
              10 jr-id         pic 9(4).
              10 jr-rating     pic 9(4).
              10 jr-jocuri     pic 9(4).
              10 jr-streak-tip pic x.
              10 jr-streak-nr  pic 9(3).
              10 jr-nou        pic 9.
       01  id-castigator pic 9(4).
       01  id-pierzator pic 9(4).
       01  idx-castigator pic 9 value 1.
       01  idx-pierzator pic 9 value 2.
       01  id-cautat pic 9(4).
       01  idx-gasit pic 9.
       01  i pic 9.
       01  rating-castigator pic s9(5).
       01  rating-pierzator pic s9(5).
       01  asteptat pic s99v99.
       01  handicap-castigator pic 9(3) value 0.
       01  handicap-pierzator pic 9(3) value 0.
       01  id-beneficiar pic 9(4).
       01  jocuri-handicap pic 9(6) value 0.
       01  martor-vechi pic 9(14) value 0.
       01  martor-nou pic 9(14) value 0.
       01  ts-joc pic 9(14).
       01  delta-intreg pic s99.
       01  rating-nou pic s9(5).
       01  jocuri-sarite pic 9(6) value 0.
       01  jocuri-expirate pic 9(6) value 0.
       01  rang pic 9(6).
       01  sortare-gata pic 9.
       01  jucatori-deschis pic 9 value 0.
       01  streak-afisat pic x(5).
       01  nume-afisat pic x(20).

000006 PROCEDURE DIVISION.

           perform incarca-prima-inscriere.

           perform incarca-ratinguri.


           STOP RUN.

       incarca-prima-inscriere.

           open input players-file.
           if players-status not = "00" then;

       citeste-jucator.

           read players-file next record
               at end move "10" to players-status
               not at end perform retine-jucator
           end-read.

       retine-jucator.

           if PL-DATA is numeric and PL-DATA > 0 then;
           if prima-inscriere = 0 or PL-DATA < prima-inscriere then;
           move PL-DATA to prima-inscriere;
           end-if;
           end-if.

       incarca-ratinguri.

           open i-o ratings-file.
           if ratings-status = "35" then;
           open output ratings-file;
           close ratings-file;
           open i-o ratings-file;
           end-if.

           move 0 to cotati.
           if ratings-status = "00" then;
           perform citeste-rating-vechi until ratings-status = "10";
           move "00" to ratings-status;
           end-if.

           move martor-vechi to martor-nou.

       citeste-rating-vechi.

           read ratings-file next record
               at end move "10" to ratings-status
               not at end perform retine-rating-vechi
           end-read.

       retine-rating-vechi.

           add 1 to cotati.
           if RT-ULTIM is numeric
               and RT-ULTIM > martor-vechi then;
           move RT-ULTIM to martor-vechi;
           end-if.

       calculeaza-ratinguri.

           if cotati = 0 and martor-vechi = 0 then;
           perform recalculeaza-din-arhive;
           end-if.

           move "GAMELOG.DAT" to gamelog-nume.
           open input gamelog-file.

           if gamelog-status = "35" then;
           close gamelog-file;
           end-if.

       recalculeaza-din-arhive.

           move Function CURRENT-DATE to dat.
           move dat(1:6) to luna-curenta.

           if prima-inscriere = 0 then;
           move luna-curenta to luna-arhiva;
           else
           move prima-inscriere(1:6) to luna-arhiva;
           end-if.

           move 0 to arhive-citite.
           perform citeste-arhiva-luna
               until luna-arhiva > luna-curenta.

           if arhive-citite > 0 then;
           Display "Ratingurile au fost refacute si din "
               arhive-citite " luni arhivate.";
           end-if.

       citeste-arhiva-luna.

           move spaces to gamelog-nume.
           string "GAMELOG." luna-arhiva ".ARH"
               delimited by size into gamelog-nume.

           open input gamelog-file.
           if gamelog-status = "00" then;
           add 1 to arhive-citite;
           perform citeste-gamelog until gamelog-status = "10";
           close gamelog-file;
           end-if.

           if la-luna = 12 then;
           add 1 to la-an;
           move 1 to la-luna;
           else
           add 1 to la-luna;
           end-if.

       citeste-gamelog.

           read gamelog-file
           if GL-ID-EU is numeric and GL-ID-ADV is numeric
               and FUNCTION NUMVAL(GL-ID-EU) > 0
               and FUNCTION NUMVAL(GL-ID-ADV) > 0 then;
           if GL-REZULTAT = "X" then;
           add 1 to jocuri-expirate;
           else
           perform aplica-rezultat;
           end-if;
           else
           add 1 to jocuri-sarite;
           end-if;
           move FUNCTION NUMVAL(GL-ID-EU) to id-pierzator;
           end-if.

           if id-castigator = id-pierzator then;
           add 1 to jocuri-sarite;
           else
           move id-castigator to id-cautat;
           move idx-castigator to idx-gasit;
           perform gaseste-sau-adauga-rating;
           move id-pierzator to id-cautat;
           move idx-pierzator to idx-gasit;
           perform gaseste-sau-adauga-rating;
           perform citeste-handicap;
           if GL-REZULTAT = "R" then;
           perform ajusteaza-ratinguri-remiza;
           else
           perform ajusteaza-ratinguri;
           end-if;
           move idx-castigator to i;
           perform scrie-rating;
           move idx-pierzator to i;
           perform scrie-rating;
           end-if.

       citeste-handicap.

           move 0 to handicap-castigator.
           move 0 to handicap-pierzator.

           if GL-HC-ET = " HC=" and GL-HC-PUNCTE is numeric
               and (GL-HC-BENEF = "E" or GL-HC-BENEF = "A") then;
           add 1 to jocuri-handicap;
           if GL-HC-BENEF = "E" then;
           move FUNCTION NUMVAL(GL-ID-EU) to id-beneficiar;
           else
           move FUNCTION NUMVAL(GL-ID-ADV) to id-beneficiar;
           end-if;
           if id-beneficiar = id-castigator then;
           move GL-HC-PUNCTE to handicap-castigator;
           else
           move GL-HC-PUNCTE to handicap-pierzator;
           end-if;
           end-if.

       gaseste-sau-adauga-rating.

           move id-cautat to RT-ID.
           read ratings-file
               invalid key perform rating-initial
               not invalid key perform retine-rating
           end-read.

       rating-initial.

           move id-cautat to jr-id(idx-gasit).
           move 1000 to jr-rating(idx-gasit).
           move 0 to jr-jocuri(idx-gasit).
           move space to jr-streak-tip(idx-gasit).
           move 0 to jr-streak-nr(idx-gasit).
           move 1 to jr-nou(idx-gasit).

       retine-rating.

           move RT-ID to jr-id(idx-gasit).
           if RT-RATING is numeric then;
           move RT-RATING to jr-rating(idx-gasit);
           else
           move 1000 to jr-rating(idx-gasit);
           end-if.
           if RT-JOCURI is numeric then;
           move RT-JOCURI to jr-jocuri(idx-gasit);
           else
           move 0 to jr-jocuri(idx-gasit);
           end-if.
           move RT-STREAK-TIP to jr-streak-tip(idx-gasit).
           if RT-STREAK-NR is numeric then;
           move RT-STREAK-NR to jr-streak-nr(idx-gasit);
           else
           move 0 to jr-streak-nr(idx-gasit);
           end-if.
           move 0 to jr-nou(idx-gasit).

       ajusteaza-ratinguri.

           move jr-rating(idx-pierzator) to rating-pierzator.

           compute asteptat rounded = 0.5 +
               ((rating-castigator + handicap-castigator)
               - (rating-pierzator + handicap-pierzator)) / 800.

           if asteptat > 0.90 then;
           move 0.90 to asteptat;
           move jr-rating(idx-pierzator) to rating-pierzator.

           compute asteptat rounded = 0.5 +
               ((rating-castigator + handicap-castigator)
               - (rating-pierzator + handicap-pierzator)) / 800.

           if asteptat > 0.90 then;
           move 0.90 to asteptat;
           move 1 to jr-streak-nr(idx-pierzator);
           end-if.

       scrie-rating.

           move spaces to RATINGS-RECORD.
           move jr-streak-tip(i) to RT-STREAK-TIP.
           move jr-streak-nr(i) to RT-STREAK-NR.
           move martor-nou to RT-ULTIM.

           if jr-nou(i) = 1 then;
           write ratings-record
               invalid key Display "Rating nescris pentru ID "
                   RT-ID ", status " ratings-status
               not invalid key add 1 to cotati
           end-write;
           else
           rewrite ratings-record
               invalid key Display "Rating nescris pentru ID "
                   RT-ID ", status " ratings-status
           end-rewrite;
           end-if.

       salveaza-ratinguri.

           move "00" to ratings-status.
           move low-values to RATINGS-RECORD.
           start ratings-file key is not less than RT-ID
               invalid key move "10" to ratings-status
           end-start.

           perform marcheaza-rating until ratings-status = "10".

           close ratings-file.

       marcheaza-rating.

           read ratings-file next record
               at end move "10" to ratings-status
               not at end perform rescrie-martor
           end-read.

       rescrie-martor.

           if RT-ULTIM not = martor-nou then;
           move martor-nou to RT-ULTIM;
           rewrite ratings-record;
           end-if.

       afiseaza-clasament.

           Display "Rang / Jucator              / Rating"
               " / Jocuri / Serie".

           move 0 to jucatori-deschis.
           open input players-file.
           if players-status = "00" then;
           move 1 to jucatori-deschis;
           end-if.

           move 0 to rang.
           sort sort-ratings
               on descending key SO-RATING
               with duplicates in order
               using ratings-file
               output procedure is afiseaza-sortate.

           if jucatori-deschis = 1 then;
           close players-file;
           end-if.

           if jocuri-sarite > 0 then;
           Display " ";
               jocuri-sarite;
           end-if.

           if jocuri-expirate > 0 then;
           Display "Sesiuni expirate fara rezultat (necotate): "
               jocuri-expirate;
           end-if.

           if jocuri-handicap > 0 then;
           Display "Jocuri cu handicap (scor asteptat ajustat): "
               jocuri-handicap;
           end-if.

       afiseaza-sortate.

           move 0 to sortare-gata.
           perform returneaza-rating until sortare-gata = 1.

       returneaza-rating.

           return sort-ratings
               at end move 1 to sortare-gata
               not at end perform afiseaza-rand
           end-return.

       afiseaza-rand.

           perform gaseste-nume.

           move spaces to streak-afisat.
           evaluate SO-STREAK-TIP
             when "C" move "+" to streak-afisat(1:1)
             when "R" move "=" to streak-afisat(1:1)
             when other move "-" to streak-afisat(1:1)
           end-evaluate.
           move SO-STREAK-NR to streak-afisat(2:3).

           Display rang " / " nume-afisat " / " SO-RATING
               " / " SO-JOCURI " / " streak-afisat.

       gaseste-nume.

           move spaces to nume-afisat.
           string "ID " SO-ID delimited by size into nume-afisat.

           if jucatori-deschis = 1 then;
           move SO-ID to PL-ID;
           read players-file
               invalid key continue
               not invalid key move PL-NUME to nume-afisat
           end-read;
           end-if.

000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. Cupa.
000003 ENVIRONMENT DIVISION.
000004 CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ID
               FILE STATUS IS RATINGS-STATUS.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT MECIURI-FILE ASSIGN TO "MECIURI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-ID
               FILE STATUS IS MECIURI-STATUS.
           SELECT CUPA-FILE ASSIGN TO "CUPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUPA-STATUS.
           SELECT SORT-CAPI ASSIGN TO "CUPA.SRT".
000005 DATA DIVISION.
       FILE SECTION.
       FD  PLAYERS-FILE.
       01  PLAYERS-RECORD.
           05 PL-ID    pic 9(4).
           05 filler   pic x.
           05 PL-NUME  pic x(20).
           05 filler   pic x.
           05 PL-DATA  pic 9(8).
           05 filler   pic x.
           05 PL-ACTIV pic x.
       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-ID         pic 9(4).
           05 filler        pic x.
           05 RT-RATING     pic 9(4).
           05 filler        pic x.
           05 RT-JOCURI     pic 9(4).
           05 filler        pic x.
           05 RT-STREAK-TIP pic x.
           05 RT-STREAK-NR  pic 9(3).
           05 filler        pic x.
           05 RT-ULTIM      pic 9(14).
       FD  GAMELOG-FILE.
       01  GAMELOG-RECORD pic x(80).
       FD  MECIURI-FILE.
       01  MECIURI-RECORD.
           05 MC-ID        pic 9(4).
           05 filler       pic x.
           05 MC-DATA      pic 9(8).
           05 filler       pic x.
           05 MC-MARIME    pic 99.
           05 filler       pic x.
           05 MC-AVIOANE   pic 9.
           05 filler       pic x.
           05 MC-VECINI    pic 9.
           05 filler       pic x.
           05 MC-BUGET     pic 999.
           05 filler       pic x.
           05 MC-MODSCHIMB pic x.
           05 filler       pic x.
           05 MC-DIFIC     pic 9.
           05 filler       pic x.
           05 MC-JE        pic 9(4).
           05 filler       pic x.
           05 MC-JA        pic 9(4).
           05 filler       pic x.
           05 MC-SERIE     pic 9(4).
           05 filler       pic x.
           05 MC-ETAPA     pic 99.
           05 filler       pic x.
           05 MC-RUNDA     pic 9.
           05 filler       pic x(14).
       FD  CUPA-FILE.
       01  CUPA-RECORD.
           05 CP-RUNDA  pic 9.
           05 filler    pic x.
           05 CP-POZ    pic 999.
           05 filler    pic x.
           05 CP-JUC1   pic 9(4).
           05 filler    pic x.
           05 CP-JUC2   pic 9(4).
           05 filler    pic x.
           05 CP-STARE  pic x.
           05 filler    pic x.
           05 CP-CASTIG pic 9(4).
           05 filler    pic x.
           05 CP-MECI   pic 9(4).
           05 filler    pic x.
           05 CP-DATA   pic 9(8).
       SD  SORT-CAPI.
       01  SORT-RECORD.
           05 SC-RATING pic 9(4).
           05 SC-ID     pic 9(4).

       Working-Storage Section.
       01  players-status pic xx value "00".
       01  ratings-status pic xx value "00".
       01  gamelog-status pic xx value "00".
       01  meciuri-status pic xx value "00".
       01  cupa-status pic xx value "00".
       01  optiune pic x.
       01  gata pic 9 value 0.
       01  raspuns pic x.
       01  jucatori-deschis pic 9 value 0.
       01  ratinguri-deschis pic 9 value 0.
       01  sortare-gata pic 9 value 0.
       01  i pic 9(4).
       01  j pic 9(4).
       01  id-cautat pic 9(4).
       01  nume-afisat pic x(20).
       01  nume-afisat2 pic x(20).
       01  inscrisi pic 999 value 0.
       01  inscrisi-peste pic 9(4) value 0.
       01  tabel-capi.
           05 cap-id occurs 512 times pic 9(4).
       01  marime-tablou pic 999.
       01  runde pic 9.
       01  ordine-marime pic 999.
       01  tabel-ordine.
           05 ordine occurs 512 times pic 999.
       01  tabel-ordine-noua.
           05 ordine-noua occurs 512 times pic 999.
       01  meciuri-cupa pic 999 value 0.
       01  tabel-cupa.
           05 cupa-tabel occurs 511 times.
              10 cu-runda  pic 9.
              10 cu-poz    pic 999.
              10 cu-juc1   pic 9(4).
              10 cu-juc2   pic 9(4).
              10 cu-stare  pic x.
              10 cu-castig pic 9(4).
              10 cu-meci   pic 9(4).
              10 cu-data   pic 9(8).
       01  cu-ix pic 999.
       01  cu-idx pic 999.
       01  runda-cautata pic 9.
       01  poz-cautata pic 999.
       01  runda-curenta pic 9.
       01  meciuri-runda pic 999.
       01  poz pic 999.
       01  cap-a pic 999.
       01  cap-b pic 999.
       01  dat pic x(22).
       01  data-azi pic 9(8).
       01  linie pic x(80).
       01  glog-data pic 9(8).
       01  glog-je pic 9(4).
       01  glog-ja pic 9(4).
       01  glog-meci pic 9(4).
       01  glog-rez pic x.
       01  joc-gasit pic 9.
       01  joc-castig pic 9(4).
       01  joc-meci pic 9(4).
       01  meci-exclus pic 9.
       01  avansati pic 999 value 0.
       01  nume-runda pic x(12).
       01  castig-afisat pic x(26).
       01  stare-afisata pic x(12).

000006 PROCEDURE DIVISION.

           move Function CURRENT-DATE to dat.
           move dat(1:8) to data-azi.

           perform deschide-jucatori.

           perform meniu until gata = 1.

           perform inchide-jucatori.

           STOP RUN.

       meniu.

           Display " ".
           Display "====== Cupa Avioanele (eliminare directa) ======".
           Display "1 - Tragerea la sorti (capi de serie din RATINGS)".
           Display "2 - Actualizeaza tabloul din GAMELOG".
           Display "3 - Tabloul cupei pe runde".
           Display "0 - Iesire".
           Accept optiune FROM CONSOLE.

           evaluate optiune
             when "1" perform trage-la-sorti
             when "2" perform actualizeaza-din-gamelog
             when "3" perform afiseaza-tablou
             when "0" move 1 to gata
             when other Display "Nu e o optiune valida"
           end-evaluate.

       deschide-jucatori.

           move 0 to jucatori-deschis.
           open input players-file.
           if players-status = "00" then;
           move 1 to jucatori-deschis;
           else
           Display "Nu exista inca niciun jucator inregistrat.";
           end-if.

       inchide-jucatori.

           if jucatori-deschis = 1 then;
           close players-file;
           move 0 to jucatori-deschis;
           end-if.

       gaseste-nume.

           move spaces to nume-afisat.
           if id-cautat = 0 then;
           move "-" to nume-afisat;
           else
           string "ID " id-cautat delimited by size
               into nume-afisat;
           if jucatori-deschis = 1 then;
           move id-cautat to PL-ID;
           read players-file
               invalid key continue
               not invalid key move PL-NUME to nume-afisat
           end-read;
           end-if;
           end-if.

       trage-la-sorti.

           perform incarca-cupa.

           if meciuri-cupa > 0 then;
           Display "CUPA.DAT exista deja (" meciuri-cupa
               " meciuri). Facem o tragere noua? (D/N)";
           Accept raspuns FROM CONSOLE;
           move FUNCTION UPPER-CASE(raspuns) to raspuns;
           else
           move "D" to raspuns;
           end-if.

           if raspuns = "D" then;
           perform alege-capii;
           if inscrisi < 2 then;
           Display "Sunt necesari cel putin 2 jucatori activi.";
           else
           perform construieste-tablou;
           perform salveaza-cupa;
           Display "Tablou de " marime-tablou " locuri pentru "
               inscrisi " jucatori, " runde " runde.";
           if inscrisi-peste > 0 then;
           Display "Doar primii 512 capi de serie intra in cupa; "
               inscrisi-peste " jucatori activi au ramas pe dinafara.";
           end-if;
           perform afiseaza-tablou;
           end-if;
           end-if.

       alege-capii.

           move 0 to inscrisi.
           move 0 to inscrisi-peste.

           if jucatori-deschis = 1 then;
           sort sort-capi
               on descending key SC-RATING
               on ascending key SC-ID
               input procedure is trimite-jucatori
               output procedure is primeste-capi;
           end-if.

       trimite-jucatori.

           move 0 to ratinguri-deschis.
           open input ratings-file.
           if ratings-status = "00" then;
           move 1 to ratinguri-deschis;
           else
           Display "RATINGS.DAT nu exista; capii de serie se aleg"
               " in ordinea inscrierii.";
           end-if.

           move low-values to PLAYERS-RECORD.
           start players-file key is not less than PL-ID
               invalid key move "10" to players-status
           end-start.
           perform citeste-jucator until players-status = "10".

           if ratinguri-deschis = 1 then;
           close ratings-file;
           move 0 to ratinguri-deschis;
           end-if.

       citeste-jucator.

           read players-file next record
               at end move "10" to players-status
               not at end perform trimite-jucator
           end-read.

       trimite-jucator.

           if PL-ACTIV = "A" then;
           move PL-ID to SC-ID;
           move 0 to SC-RATING;
           if ratinguri-deschis = 1 then;
           move PL-ID to RT-ID;
           read ratings-file
               invalid key continue
               not invalid key perform retine-rating
           end-read;
           end-if;
           release SORT-RECORD;
           end-if.

       retine-rating.

           if RT-RATING is numeric then;
           move RT-RATING to SC-RATING;
           end-if.

       primeste-capi.

           move 0 to sortare-gata.
           perform primeste-cap until sortare-gata = 1.

       primeste-cap.

           return sort-capi
               at end move 1 to sortare-gata
               not at end perform retine-cap
           end-return.

       retine-cap.

           if inscrisi < 512 then;
           add 1 to inscrisi;
           move SC-ID to cap-id(inscrisi);
           else
           add 1 to inscrisi-peste;
           end-if.

       construieste-tablou.

           move 2 to marime-tablou.
           move 1 to runde.
           perform dubleaza-tablou until marime-tablou >= inscrisi.

           perform construieste-ordine.

           move 0 to meciuri-cupa.
           move 1 to runda-curenta.
           compute meciuri-runda = marime-tablou / 2.
           perform construieste-runda until runda-curenta > runde.

           move 1 to poz.
           perform aseaza-runda-unu until poz > marime-tablou / 2.

       dubleaza-tablou.

           compute marime-tablou = marime-tablou * 2.
           add 1 to runde.

       construieste-ordine.

           move 1 to ordine(1).
           move 2 to ordine(2).
           move 2 to ordine-marime.
           perform dubleaza-ordine until ordine-marime >= marime-tablou.

       dubleaza-ordine.

           move 1 to i.
           perform desface-ordine until i > ordine-marime.

           compute ordine-marime = ordine-marime * 2.

           move 1 to i.
           perform copiaza-ordine until i > ordine-marime.

       desface-ordine.

           compute j = (i * 2) - 1.
           move ordine(i) to ordine-noua(j).
           add 1 to j.
           compute ordine-noua(j) = (ordine-marime * 2) + 1 - ordine(i).
           add 1 to i.

       copiaza-ordine.

           move ordine-noua(i) to ordine(i).
           add 1 to i.

       construieste-runda.

           move 1 to poz.
           perform adauga-meci-gol until poz > meciuri-runda.

           compute meciuri-runda = meciuri-runda / 2.
           add 1 to runda-curenta.

       adauga-meci-gol.

           add 1 to meciuri-cupa.
           move runda-curenta to cu-runda(meciuri-cupa).
           move poz to cu-poz(meciuri-cupa).
           move 0 to cu-juc1(meciuri-cupa).
           move 0 to cu-juc2(meciuri-cupa).
           move "N" to cu-stare(meciuri-cupa).
           move 0 to cu-castig(meciuri-cupa).
           move 0 to cu-meci(meciuri-cupa).
           move 0 to cu-data(meciuri-cupa).
           add 1 to poz.

       aseaza-runda-unu.

           compute i = (poz * 2) - 1.
           move ordine(i) to cap-a.
           add 1 to i.
           move ordine(i) to cap-b.

           move poz to cu-idx.
           move data-azi to cu-data(cu-idx).
           move cap-id(cap-a) to cu-juc1(cu-idx).

           if cap-b > inscrisi then;
           move "B" to cu-stare(cu-idx);
           move cu-juc1(cu-idx) to cu-castig(cu-idx);
           perform avanseaza-castigator;
           else
           move cap-id(cap-b) to cu-juc2(cu-idx);
           end-if.

           add 1 to poz.

       gaseste-meci-cupa.

           move 0 to cu-idx.
           move 1 to cu-ix.
           perform cauta-meci-cupa
               until cu-ix > meciuri-cupa or cu-idx > 0.

       cauta-meci-cupa.

           if cu-runda(cu-ix) = runda-cautata
               and cu-poz(cu-ix) = poz-cautata then;
           move cu-ix to cu-idx;
           end-if.
           add 1 to cu-ix.

       avanseaza-castigator.

           move cu-idx to cu-ix.
           compute runda-cautata = cu-runda(cu-ix) + 1.
           compute poz-cautata = (cu-poz(cu-ix) + 1) / 2.

           move cu-idx to i.
           perform gaseste-meci-cupa.

           if cu-idx = 0 then;
           move i to cu-idx;
           move cu-castig(cu-idx) to id-cautat;
           perform gaseste-nume;
           Display "Castigatorul cupei: " nume-afisat
               " (ID " id-cautat ")";
           else
           if Function MOD (cu-poz(i), 2) = 1 then;
           move cu-castig(i) to cu-juc1(cu-idx);
           else
           move cu-castig(i) to cu-juc2(cu-idx);
           end-if;
           if cu-juc1(cu-idx) > 0 and cu-juc2(cu-idx) > 0 then;
           move data-azi to cu-data(cu-idx);
           end-if;
           move i to cu-idx;
           end-if.

       incarca-cupa.

           move 0 to meciuri-cupa.

           open input cupa-file.
           if cupa-status not = "00" then;
           continue;
           else
           move "00" to cupa-status;
           perform citeste-cupa until cupa-status = "10";
           close cupa-file;
           end-if.

       citeste-cupa.

           read cupa-file
               at end move "10" to cupa-status
               not at end perform retine-cupa
           end-read.

       retine-cupa.

           if meciuri-cupa < 511 then;
           add 1 to meciuri-cupa;
           move CP-RUNDA to cu-runda(meciuri-cupa);
           move CP-POZ to cu-poz(meciuri-cupa);
           move CP-JUC1 to cu-juc1(meciuri-cupa);
           move CP-JUC2 to cu-juc2(meciuri-cupa);
           move CP-STARE to cu-stare(meciuri-cupa);
           move CP-CASTIG to cu-castig(meciuri-cupa);
           move CP-MECI to cu-meci(meciuri-cupa);
           move CP-DATA to cu-data(meciuri-cupa);
           end-if.

       salveaza-cupa.

           open output cupa-file.
           move 1 to cu-ix.
           perform scrie-cupa until cu-ix > meciuri-cupa.
           close cupa-file.

       scrie-cupa.

           move spaces to CUPA-RECORD.
           move cu-runda(cu-ix) to CP-RUNDA.
           move cu-poz(cu-ix) to CP-POZ.
           move cu-juc1(cu-ix) to CP-JUC1.
           move cu-juc2(cu-ix) to CP-JUC2.
           move cu-stare(cu-ix) to CP-STARE.
           move cu-castig(cu-ix) to CP-CASTIG.
           move cu-meci(cu-ix) to CP-MECI.
           move cu-data(cu-ix) to CP-DATA.
           write cupa-record.
           add 1 to cu-ix.

       actualizeaza-din-gamelog.

           perform incarca-cupa.

           if meciuri-cupa = 0 then;
           Display "Nu exista o cupa trasa la sorti.";
           else
           move 0 to avansati;
           move 1 to cu-idx;
           perform verifica-meci-nejucat
               until cu-idx > meciuri-cupa;
           perform salveaza-cupa;
           Display "Meciuri de cupa decise din GAMELOG.DAT: "
               avansati;
           end-if.

       verifica-meci-nejucat.

           if cu-stare(cu-idx) = "N" and cu-juc1(cu-idx) > 0
               and cu-juc2(cu-idx) > 0 then;
           perform cauta-rezultat-cupa;
           if joc-gasit = 1 then;
           move "J" to cu-stare(cu-idx);
           move joc-castig to cu-castig(cu-idx);
           move joc-meci to cu-meci(cu-idx);
           add 1 to avansati;
           move joc-castig to id-cautat;
           perform gaseste-nume;
           Display "Runda " cu-runda(cu-idx) " meciul "
               cu-poz(cu-idx) ": castiga " nume-afisat;
           perform avanseaza-castigator;
           end-if;
           end-if.

           add 1 to cu-idx.

       cauta-rezultat-cupa.

           move 0 to joc-gasit.

           open input gamelog-file.
           if gamelog-status not = "00" then;
           continue;
           else
           move "00" to gamelog-status;
           perform citeste-gamelog
               until gamelog-status = "10" or joc-gasit = 1;
           close gamelog-file;
           end-if.

       citeste-gamelog.

           read gamelog-file
               at end move "10" to gamelog-status
               not at end perform verifica-joc-cupa
           end-read.

       verifica-joc-cupa.

           move GAMELOG-RECORD to linie.
           move 0 to glog-data.
           move 0 to glog-je.
           move 0 to glog-ja.
           move 0 to glog-meci.
           move linie(21:1) to glog-rez.

           if linie(1:4) is numeric and linie(6:2) is numeric
               and linie(9:2) is numeric then;
           compute glog-data =
               (FUNCTION NUMVAL(linie(1:4)) * 10000)
               + (FUNCTION NUMVAL(linie(6:2)) * 100)
               + FUNCTION NUMVAL(linie(9:2));
           end-if.
           if linie(48:4) is numeric then;
           move linie(48:4) to glog-je;
           end-if.
           if linie(56:4) is numeric then;
           move linie(56:4) to glog-ja;
           end-if.
           if linie(60:6) = " MECI=" and linie(66:4) is numeric then;
           move linie(66:4) to glog-meci;
           end-if.

           if glog-data >= cu-data(cu-idx) and glog-rez not = "R"
               and glog-rez not = "X"
               and ((glog-je = cu-juc1(cu-idx)
               and glog-ja = cu-juc2(cu-idx))
               or (glog-je = cu-juc2(cu-idx)
               and glog-ja = cu-juc1(cu-idx))) then;
           perform verifica-meci-exclus;
           if meci-exclus = 0 then;
           move 1 to joc-gasit;
           move glog-meci to joc-meci;
           if glog-rez = "C" or "V" or "K" then;
           move glog-je to joc-castig;
           else
           move glog-ja to joc-castig;
           end-if;
           end-if;
           end-if.

       verifica-meci-exclus.

           move 0 to meci-exclus.

           if glog-meci > 0 then;
           open input meciuri-file;
           if meciuri-status = "00" then;
           move glog-meci to MC-ID;
           read meciuri-file
               invalid key continue
               not invalid key perform compara-meci-exclus
           end-read;
           close meciuri-file;
           end-if;
           end-if.

       compara-meci-exclus.

           if (MC-SERIE is numeric and MC-SERIE > 0)
               or (MC-ETAPA is numeric and MC-ETAPA > 0) then;
           move 1 to meci-exclus;
           end-if.

       afiseaza-tablou.

           perform incarca-cupa.

           if meciuri-cupa = 0 then;
           Display "Nu exista o cupa trasa la sorti.";
           else
           move 0 to runda-curenta;
           move 1 to cu-ix;
           perform afiseaza-meci-tablou until cu-ix > meciuri-cupa;
           end-if.

       afiseaza-meci-tablou.

           if cu-runda(cu-ix) not = runda-curenta then;
           move cu-runda(cu-ix) to runda-curenta;
           perform afiseaza-antet-runda;
           end-if.

           move cu-juc1(cu-ix) to id-cautat.
           perform gaseste-nume.
           move nume-afisat to nume-afisat2.
           move cu-juc2(cu-ix) to id-cautat.
           perform gaseste-nume.

           move spaces to castig-afisat.
           evaluate cu-stare(cu-ix)
             when "B"
               move "calificat direct" to castig-afisat
             when "J"
               move cu-castig(cu-ix) to id-cautat
               move "-> " to castig-afisat(1:3)
               perform gaseste-nume
               move nume-afisat to castig-afisat(4:20)
             when other
               if cu-juc1(cu-ix) > 0 and cu-juc2(cu-ix) > 0 then;
               move "de jucat" to castig-afisat;
               else
               move "asteapta adversarul" to castig-afisat;
               end-if
           end-evaluate.

           if cu-stare(cu-ix) = "B" then;
           move "liber" to nume-afisat;
           end-if.

           Display "  " cu-poz(cu-ix) ". " nume-afisat2 " - "
               nume-afisat " " castig-afisat.

           add 1 to cu-ix.

       afiseaza-antet-runda.

           move 0 to meciuri-runda.
           move cu-ix to i.
           perform numara-meciuri-runda until i > meciuri-cupa.

           evaluate meciuri-runda
             when 1 move "Finala" to nume-runda
             when 2 move "Semifinale" to nume-runda
             when 4 move "Sferturi" to nume-runda
             when 8 move "Optimi" to nume-runda
             when other move "Runda" to nume-runda
           end-evaluate.

           Display " ".
           Display "------ " nume-runda " (runda " runda-curenta
               ", " meciuri-runda " meciuri) ------".

       numara-meciuri-runda.

           if cu-runda(i) = runda-curenta then;
           add 1 to meciuri-runda;
           end-if.
           add 1 to i.

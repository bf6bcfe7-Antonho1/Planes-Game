000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. Dosar.
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
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-ID
               FILE STATUS IS SERIES-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHEIE
               FILE STATUS IS FIXTURES-STATUS.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT REPLAY-FILE ASSIGN USING REPLAY-NUME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLAY-STATUS.
           SELECT DOSAR-FILE ASSIGN USING DOSAR-NUME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOSAR-STATUS.
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
       FD  SERIES-FILE.
       01  SERIES-RECORD.
           05 SR-ID     pic 9(4).
           05 filler    pic x.
           05 SR-JUC1   pic 9(4).
           05 filler    pic x.
           05 SR-JUC2   pic 9(4).
           05 filler    pic x.
           05 SR-BESTOF pic 9.
           05 filler    pic x.
           05 SR-SCOR1  pic 99.
           05 filler    pic x.
           05 SR-SCOR2  pic 99.
           05 filler    pic x.
           05 SR-STARE  pic x.
       FD  FIXTURES-FILE.
       01  FIXTURES-RECORD.
           05 LG-CHEIE.
              10 LG-ETAPA pic 99.
              10 filler   pic x.
              10 LG-JUC1  pic 9(4).
              10 filler   pic x.
              10 LG-JUC2  pic 9(4).
           05 filler   pic x.
           05 LG-STARE pic x.
           05 filler   pic x.
           05 LG-REZ   pic x.
       FD  GAMELOG-FILE.
       01  GAMELOG-RECORD.
           05 GL-AN        pic 9999.
           05 filler       pic x.
           05 GL-LUNA      pic 99.
           05 filler       pic x.
           05 GL-ZI        pic 99.
           05 filler       pic x.
           05 GL-ORA       pic 99.
           05 filler       pic x.
           05 GL-MIN       pic 99.
           05 filler       pic x.
           05 GL-SEC       pic 99.
           05 filler       pic x.
           05 GL-REZULTAT  pic x.
           05 filler       pic x.
           05 GL-TIMP      pic x(8).
           05 filler       pic x(4).
           05 GL-NUMARMEU  pic 99.
           05 filler       pic x(5).
           05 GL-NUMARMADV pic 99.
           05 filler       pic x(4).
           05 GL-ID-EU     pic x(4).
           05 filler       pic x(4).
           05 GL-ID-ADV    pic x(4).
           05 filler       pic x(6).
           05 GL-MECI      pic x(4).
       FD  REPLAY-FILE.
       01  REPLAY-RECORD.
           05 RP-AUTOR    pic x.
           05 filler      pic x.
           05 RP-COORD    pic xxx.
           05 filler      pic x.
           05 RP-REZ      pic x.
           05 filler      pic x.
           05 RP-DIR      pic 9.
           05 filler      pic x.
           05 RP-SHAPE    pic 9.
           05 filler      pic x.
           05 RP-MARIME   pic 99.
           05 filler      pic x(6).
       FD  DOSAR-FILE.
       01  DOSAR-RECORD pic x(80).

       Working-Storage Section.
       01  players-status pic xx value "00".
       01  ratings-status pic xx value "00".
       01  series-status pic xx value "00".
       01  fixtures-status pic xx value "00".
       01  gamelog-status pic xx value "00".
       01  replay-status pic xx value "00".
       01  dosar-status pic xx value "00".
       01  replay-nume pic x(20).
       01  dosar-nume pic x(20).
       01  id-eu pic 9(4) value 0.
       01  id-adv pic 9(4) value 0.
       01  id-ok pic 9 value 0.
       01  id-cautat pic 9(4).
       01  jucator-gasit pic 9 value 0.
       01  nume-gasit pic x(20).
       01  nume-eu pic x(20).
       01  nume-adv pic x(20).
       01  linie pic x(80).
       01  dat pic x(22).
       01  data-azi pic x(8).
       01  rating-gasit pic 9 value 0.
       01  rating-eu pic 9(4) value 0.
       01  rating-adv pic 9(4) value 0.
       01  jocuri-adv-rating pic 9(4) value 0.
       01  streak-tip pic x value space.
       01  streak-nr pic 9(3) value 0.
       01  streak-afisat pic x(20).
       01  glog-je pic 9(4).
       01  glog-ja pic 9(4).
       01  glog-meci pic 9(4).
       01  rezultat-eu pic x.
       01  h2h-castiguri pic 9(4) value 0.
       01  h2h-pierderi pic 9(4) value 0.
       01  h2h-remize pic 9(4) value 0.
       01  h2h-ultima-data pic x(10) value spaces.
       01  h2h-ultim-rez pic x value space.
       01  meciuri-h2h pic 999 value 0.
       01  tabel-h2h.
           05 h2h-meci occurs 500 times pic 9(4).
       01  h2h-ix pic 999.
       01  h2h-dublu pic 9.
       01  h2h-peste pic 9(6) value 0.
       01  jocuri-adv pic 999 value 0.
       01  tabel-jocuri-adv.
           05 joc-adv occurs 500 times.
              10 ja-meci  pic 9(4).
              10 ja-autor pic x.
       01  joc-ix pic 999.
       01  joc-dublu pic 9.
       01  jocuri-adv-peste pic 9(6) value 0.
       01  serii-gasite pic 999 value 0.
       01  scor-eu pic 99.
       01  scor-adv pic 99.
       01  etape-gasite pic 999 value 0.
       01  deschideri-gasite pic 999 value 0.
       01  tabel-deschideri.
           05 deschidere-tabel occurs 400 times.
              10 dt-coord pic xxx.
              10 dt-numar pic 9(4).
       01  desc-ix pic 999.
       01  desc-idx pic 999.
       01  desc-maxim pic 9(4).
       01  desc-poz pic 9.
       01  numar-deschideri pic 9 value 3.
       01  autor-cautat pic x.
       01  tir-nr pic 9(4).
       01  tiruri-de-la-kill pic 9(4).
       01  lovituri-de-la-kill pic 9(4).
       01  total-ucideri pic 9(6) value 0.
       01  total-tiruri-ucidere pic 9(8) value 0.
       01  total-lovituri-ucidere pic 9(8) value 0.
       01  replay-citite pic 999 value 0.
       01  replay-lipsa pic 999 value 0.
       01  medie pic 999v99.
       01  medie-ed pic zz9.99.
       01  numar-ed pic zzz9.
       01  numar-ed2 pic zzz9.
       01  numar-ed3 pic zzz9.

000006 PROCEDURE DIVISION.

           Display " ".
           Display "====== Dosar de cercetare a adversarului ======".
           Display "ID-ul tau (vezi programul Jucatori):".
           move 0 to id-ok.
           perform valideaza-id-eu until id-ok = 1.

           Display "ID-ul adversarului:".
           move 0 to id-ok.
           perform valideaza-id-adv until id-ok = 1.

           move Function CURRENT-DATE to dat.
           move dat(1:8) to data-azi.

           move spaces to dosar-nume.
           string "DOSAR." id-eu "." id-adv ".TXT"
               delimited by size into dosar-nume.

           open output dosar-file.

           perform scrie-antet.

           perform scrie-rating.

           perform scrie-directe.

           perform scrie-serii-deschise.

           perform scrie-etape-nejucate.

           perform scrie-obiceiuri-tir.

           close dosar-file.

           Display " ".
           Display "Dosarul a fost scris in " dosar-nume ".".

           STOP RUN.

       valideaza-id-eu.

           Accept id-eu FROM CONSOLE.

           move id-eu to id-cautat.
           perform cauta-jucator.

           move 1 to id-ok.

           if jucator-gasit = 0 or id-eu = 0 then;
           move 0 to id-ok;
           Display "ID necunoscut. Alege alt ID.";
           else
           move nume-gasit to nume-eu;
           end-if.

       valideaza-id-adv.

           Accept id-adv FROM CONSOLE.

           move id-adv to id-cautat.
           perform cauta-jucator.

           move 1 to id-ok.

           if jucator-gasit = 0 or id-adv = 0 or id-adv = id-eu then;
           move 0 to id-ok;
           Display "ID necunoscut sau identic cu al tau."
               " Alege alt ID.";
           else
           move nume-gasit to nume-adv;
           end-if.

       cauta-jucator.

           move 0 to jucator-gasit.
           move spaces to nume-gasit.

           open input players-file.
           if players-status not = "00" then;
           continue;
           else
           move id-cautat to PL-ID;
           read players-file
               invalid key continue
               not invalid key perform verifica-jucator
           end-read;
           close players-file;
           end-if.

       verifica-jucator.

           move PL-NUME to nume-gasit.
           move 1 to jucator-gasit.

       scrie-linie-dosar.

           Display linie.
           move linie to DOSAR-RECORD.
           write dosar-record.

       scrie-antet.

           move all "=" to linie.
           perform scrie-linie-dosar.
           move spaces to linie.
           string "  DOSAR ADVERSAR: " nume-adv " (ID " id-adv ")"
               delimited by size into linie.
           perform scrie-linie-dosar.
           move spaces to linie.
           string "  Pregatit pentru " nume-eu " (ID " id-eu
               ") la data " data-azi
               delimited by size into linie.
           perform scrie-linie-dosar.
           move all "=" to linie.
           perform scrie-linie-dosar.
           move spaces to linie.
           perform scrie-linie-dosar.

       scrie-rating.

           move "RATING SI SERIE DE REZULTATE" to linie.
           perform scrie-linie-dosar.

           move 0 to rating-gasit.

           open input ratings-file.
           if ratings-status not = "00" then;
           continue;
           else
           move id-adv to RT-ID;
           read ratings-file
               invalid key continue
               not invalid key perform verifica-rating
           end-read;
           move id-eu to RT-ID;
           read ratings-file
               invalid key continue
               not invalid key perform verifica-rating
           end-read;
           close ratings-file;
           end-if.

           move spaces to linie.
           if rating-gasit = 0 then;
           move "  Adversarul nu are inca rating (niciun joc"
               & " cotat)." to linie;
           else
           move spaces to streak-afisat;
           evaluate streak-tip
             when "C" move "castiguri la rand" to streak-afisat
             when "P" move "pierderi la rand" to streak-afisat
             when "R" move "remize la rand" to streak-afisat
             when other move "fara serie" to streak-afisat
           end-evaluate;
           move streak-nr to numar-ed;
           string "  Rating " rating-adv " dupa "
               jocuri-adv-rating " jocuri cotate; serie curenta: "
               numar-ed " " streak-afisat
               delimited by size into linie;
           end-if.
           perform scrie-linie-dosar.

           if rating-eu > 0 then;
           move spaces to linie;
           string "  Ratingul tau, pentru comparatie: " rating-eu
               delimited by size into linie;
           perform scrie-linie-dosar;
           end-if.

           move spaces to linie.
           perform scrie-linie-dosar.

       verifica-rating.

           if RT-ID is numeric and RT-RATING is numeric then;
           if RT-ID = id-adv then;
           move 1 to rating-gasit;
           move RT-RATING to rating-adv;
           if RT-JOCURI is numeric then;
           move RT-JOCURI to jocuri-adv-rating;
           end-if;
           move RT-STREAK-TIP to streak-tip;
           if RT-STREAK-NR is numeric then;
           move RT-STREAK-NR to streak-nr;
           end-if;
           end-if;
           if RT-ID = id-eu then;
           move RT-RATING to rating-eu;
           end-if;
           end-if.

       scrie-directe.

           move "MECIURI DIRECTE (din GAMELOG.DAT)" to linie.
           perform scrie-linie-dosar.

           open input gamelog-file.
           if gamelog-status not = "00" then;
           continue;
           else
           move "00" to gamelog-status;
           perform citeste-gamelog until gamelog-status = "10";
           close gamelog-file;
           end-if.

           move spaces to linie.
           if h2h-castiguri = 0 and h2h-pierderi = 0
               and h2h-remize = 0 then;
           move "  Nu ati mai jucat niciodata unul contra"
               & " celuilalt." to linie;
           perform scrie-linie-dosar;
           else
           move h2h-castiguri to numar-ed;
           move h2h-pierderi to numar-ed2;
           move h2h-remize to numar-ed3;
           string "  Castigate de tine: " numar-ed
               "   Pierdute: " numar-ed2
               "   Remize: " numar-ed3
               delimited by size into linie;
           perform scrie-linie-dosar;
           move spaces to linie;
           string "  Ultima intalnire: " h2h-ultima-data
               " (" h2h-ultim-rez " pentru tine)"
               delimited by size into linie;
           perform scrie-linie-dosar;
           end-if.

           if h2h-peste > 0 then;
           move spaces to linie;
           move h2h-peste to numar-ed;
           string "  Atentie: " numar-ed " meciuri directe"
               " peste limita de 500 nu au fost deduplicate."
               delimited by size into linie;
           perform scrie-linie-dosar;
           end-if.

           move spaces to linie.
           perform scrie-linie-dosar.

       citeste-gamelog.

           read gamelog-file
               at end move "10" to gamelog-status
               not at end perform proceseaza-joc
           end-read.

       proceseaza-joc.

           move 0 to glog-je.
           move 0 to glog-ja.
           move 0 to glog-meci.
           if GL-ID-EU is numeric then;
           move GL-ID-EU to glog-je;
           end-if.
           if GL-ID-ADV is numeric then;
           move GL-ID-ADV to glog-ja;
           end-if.
           if GL-MECI is numeric then;
           move GL-MECI to glog-meci;
           end-if.

           if GL-REZULTAT not = "X"
               and ((glog-je = id-eu and glog-ja = id-adv)
               or (glog-je = id-adv and glog-ja = id-eu)) then;
           perform aduna-directa;
           end-if.

           if glog-meci > 0 then;
           if glog-je = id-adv then;
           move "E" to autor-cautat;
           perform retine-joc-adv;
           else
           if glog-ja = id-adv then;
           move "A" to autor-cautat;
           perform retine-joc-adv;
           end-if;
           end-if;
           end-if.

       aduna-directa.

           move 0 to h2h-dublu.
           if glog-meci > 0 then;
           perform cauta-h2h-dublu;
           end-if.

           if h2h-dublu = 0 then;
           evaluate GL-REZULTAT
             when "C" move "C" to rezultat-eu
             when "V" move "C" to rezultat-eu
             when "K" move "C" to rezultat-eu
             when "R" move "R" to rezultat-eu
             when other move "P" to rezultat-eu
           end-evaluate;
           if glog-je = id-adv and rezultat-eu not = "R" then;
           if rezultat-eu = "C" then;
           move "P" to rezultat-eu;
           else
           move "C" to rezultat-eu;
           end-if;
           end-if;
           evaluate rezultat-eu
             when "C" add 1 to h2h-castiguri
             when "P" add 1 to h2h-pierderi
             when other add 1 to h2h-remize
           end-evaluate;
           move GAMELOG-RECORD(1:10) to h2h-ultima-data;
           move rezultat-eu to h2h-ultim-rez;
           end-if.

       cauta-h2h-dublu.

           move 1 to h2h-ix.
           perform compara-h2h
               until h2h-ix > meciuri-h2h or h2h-dublu = 1.

           if h2h-dublu = 0 then;
           if meciuri-h2h < 500 then;
           add 1 to meciuri-h2h;
           move glog-meci to h2h-meci(meciuri-h2h);
           else
           add 1 to h2h-peste;
           end-if;
           end-if.

       compara-h2h.

           if h2h-meci(h2h-ix) = glog-meci then;
           move 1 to h2h-dublu;
           end-if.
           add 1 to h2h-ix.

       retine-joc-adv.

           move 0 to joc-dublu.
           move 1 to joc-ix.
           perform compara-joc-adv
               until joc-ix > jocuri-adv or joc-dublu = 1.

           if joc-dublu = 0 then;
           if jocuri-adv < 500 then;
           add 1 to jocuri-adv;
           move glog-meci to ja-meci(jocuri-adv);
           move autor-cautat to ja-autor(jocuri-adv);
           else
           add 1 to jocuri-adv-peste;
           end-if;
           end-if.

       compara-joc-adv.

           if ja-meci(joc-ix) = glog-meci then;
           move 1 to joc-dublu;
           end-if.
           add 1 to joc-ix.

       scrie-serii-deschise.

           move "SERII DESCHISE INTRE VOI (SERIES.DAT)" to linie.
           perform scrie-linie-dosar.

           move 0 to serii-gasite.

           open input series-file.
           if series-status not = "00" then;
           continue;
           else
           move "00" to series-status;
           perform citeste-serie until series-status = "10";
           close series-file;
           end-if.

           if serii-gasite = 0 then;
           move "  Nicio serie deschisa." to linie;
           perform scrie-linie-dosar;
           end-if.

           move spaces to linie.
           perform scrie-linie-dosar.

       citeste-serie.

           read series-file next record
               at end move "10" to series-status
               not at end perform verifica-serie
           end-read.

       verifica-serie.

           if SR-STARE = "D"
               and ((SR-JUC1 = id-eu and SR-JUC2 = id-adv)
               or (SR-JUC1 = id-adv and SR-JUC2 = id-eu)) then;
           add 1 to serii-gasite;
           if SR-JUC1 = id-eu then;
           move SR-SCOR1 to scor-eu;
           move SR-SCOR2 to scor-adv;
           else
           move SR-SCOR2 to scor-eu;
           move SR-SCOR1 to scor-adv;
           end-if;
           move spaces to linie;
           string "  Seria " SR-ID " (best-of-" SR-BESTOF
               "): tu " scor-eu " - " scor-adv " adversarul"
               delimited by size into linie;
           perform scrie-linie-dosar;
           end-if.

       scrie-etape-nejucate.

           move "ETAPE DE LIGA NEJUCATE (FIXTURES.DAT)" to linie.
           perform scrie-linie-dosar.

           move 0 to etape-gasite.

           open input fixtures-file.
           if fixtures-status not = "00" then;
           continue;
           else
           move "00" to fixtures-status;
           perform citeste-fixture until fixtures-status = "10";
           close fixtures-file;
           end-if.

           if etape-gasite = 0 then;
           move "  Nicio etapa de liga nejucata intre voi." to linie;
           perform scrie-linie-dosar;
           end-if.

           move spaces to linie.
           perform scrie-linie-dosar.

       citeste-fixture.

           read fixtures-file next record
               at end move "10" to fixtures-status
               not at end perform verifica-fixture
           end-read.

       verifica-fixture.

           if LG-STARE = "N"
               and ((LG-JUC1 = id-eu and LG-JUC2 = id-adv)
               or (LG-JUC1 = id-adv and LG-JUC2 = id-eu)) then;
           add 1 to etape-gasite;
           move spaces to linie;
           string "  Etapa " LG-ETAPA " din liga este inca"
               " nejucata."
               delimited by size into linie;
           perform scrie-linie-dosar;
           end-if.

       scrie-obiceiuri-tir.

           move "OBICEIURI DE TIR (din REPLAY.<meci>.DAT)" to linie.
           perform scrie-linie-dosar.

           move 1 to joc-ix.
           perform analizeaza-un-joc until joc-ix > jocuri-adv.

           move spaces to linie.
           move replay-citite to numar-ed.
           move replay-lipsa to numar-ed2.
           string "  Replay-uri citite: " numar-ed
               "   lipsa sau arhivate: " numar-ed2
               delimited by size into linie.
           perform scrie-linie-dosar.

           if replay-citite = 0 then;
           move "  Nu exista replay-uri ale adversarului." to linie;
           perform scrie-linie-dosar;
           else
           perform scrie-deschideri;
           perform scrie-ucideri;
           end-if.

           if jocuri-adv-peste > 0 then;
           move spaces to linie;
           move jocuri-adv-peste to numar-ed;
           string "  Atentie: " numar-ed " jocuri ale adversarului"
               " peste limita de 500 nu au fost analizate."
               delimited by size into linie;
           perform scrie-linie-dosar;
           end-if.

       analizeaza-un-joc.

           move spaces to replay-nume.
           string "REPLAY." ja-meci(joc-ix) ".DAT"
               delimited by size into replay-nume.
           move ja-autor(joc-ix) to autor-cautat.

           move 0 to tir-nr.
           move 0 to tiruri-de-la-kill.
           move 0 to lovituri-de-la-kill.

           open input replay-file.
           if replay-status not = "00" then;
           add 1 to replay-lipsa;
           else
           add 1 to replay-citite;
           move "00" to replay-status;
           perform citeste-replay until replay-status = "10";
           close replay-file;
           end-if.

           add 1 to joc-ix.

       citeste-replay.

           read replay-file
               at end move "10" to replay-status
               not at end perform proceseaza-tir
           end-read.

       proceseaza-tir.

           if RP-AUTOR = autor-cautat then;
           add 1 to tir-nr;
           if tir-nr <= numar-deschideri then;
           perform aduna-deschidere;
           end-if;
           add 1 to tiruri-de-la-kill;
           if RP-REZ = "L" or "M" then;
           add 1 to lovituri-de-la-kill;
           end-if;
           if RP-REZ = "M" then;
           add 1 to total-ucideri;
           add tiruri-de-la-kill to total-tiruri-ucidere;
           add lovituri-de-la-kill to total-lovituri-ucidere;
           move 0 to tiruri-de-la-kill;
           move 0 to lovituri-de-la-kill;
           end-if;
           end-if.

       aduna-deschidere.

           move 0 to desc-idx.
           move 1 to desc-ix.
           perform cauta-deschidere
               until desc-ix > deschideri-gasite or desc-idx > 0.

           if desc-idx = 0 and deschideri-gasite < 400 then;
           add 1 to deschideri-gasite;
           move RP-COORD to dt-coord(deschideri-gasite);
           move 0 to dt-numar(deschideri-gasite);
           move deschideri-gasite to desc-idx;
           end-if.

           if desc-idx > 0 then;
           add 1 to dt-numar(desc-idx);
           end-if.

       cauta-deschidere.

           if dt-coord(desc-ix) = RP-COORD then;
           move desc-ix to desc-idx;
           end-if.
           add 1 to desc-ix.

       scrie-deschideri.

           move spaces to linie.
           string "  Tirurile de deschidere preferate (primele "
               numar-deschideri " tiruri din fiecare joc):"
               delimited by size into linie.
           perform scrie-linie-dosar.

           move 1 to desc-poz.
           perform scrie-o-deschidere until desc-poz > 5.

       scrie-o-deschidere.

           move 0 to desc-idx.
           move 0 to desc-maxim.
           move 1 to desc-ix.
           perform cauta-deschidere-maxima
               until desc-ix > deschideri-gasite.

           if desc-idx > 0 then;
           move desc-maxim to numar-ed;
           move spaces to linie;
           string "    " desc-poz ". " dt-coord(desc-idx)
               " - de " numar-ed " ori"
               delimited by size into linie;
           perform scrie-linie-dosar;
           move 0 to dt-numar(desc-idx);
           end-if.

           add 1 to desc-poz.

       cauta-deschidere-maxima.

           if dt-numar(desc-ix) > desc-maxim then;
           move dt-numar(desc-ix) to desc-maxim;
           move desc-ix to desc-idx;
           end-if.
           add 1 to desc-ix.

       scrie-ucideri.

           move spaces to linie.
           if total-ucideri = 0 then;
           move "  Adversarul nu a doborat inca niciun avion"
               & " in replay-urile gasite." to linie;
           perform scrie-linie-dosar;
           else
           compute medie rounded =
               total-tiruri-ucidere / total-ucideri;
           move medie to medie-ed;
           string "  Tiruri pe avion doborat, in medie: " medie-ed
               delimited by size into linie;
           perform scrie-linie-dosar;
           compute medie rounded =
               total-lovituri-ucidere / total-ucideri;
           move medie to medie-ed;
           move spaces to linie;
           string "  Lovituri (L/M) pana la doborare, in medie: "
               medie-ed
               delimited by size into linie;
           perform scrie-linie-dosar;
           end-if.

           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT TIMPI-FILE ASSIGN TO "TIMPI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMPI-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN USING CHECKPOINT-NUME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT PLASARI-FILE ASSIGN USING PLASARI-NUME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLASARI-STATUS.
           SELECT SESIUNI-FILE ASSIGN TO "SESIUNI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-ID
               FILE STATUS IS SESIUNI-STATUS.
           SELECT LAYOUTS-FILE ASSIGN TO "LAYOUTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUTS-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHEIE
               FILE STATUS IS FIXTURES-STATUS.
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-ID
               FILE STATUS IS SERIES-STATUS.
           SELECT ISTORIC-FILE ASSIGN TO "ISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISTORIC-STATUS.
           SELECT MECIURI-FILE ASSIGN TO "MECIURI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-ID
               FILE STATUS IS MECIURI-STATUS.
           SELECT CUPA-FILE ASSIGN TO "CUPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUPA-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ID
               FILE STATUS IS RATINGS-STATUS.
           SELECT HANDICAP-FILE ASSIGN TO "HANDICAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-PRAG
               FILE STATUS IS HANDICAP-STATUS.
000005 DATA DIVISION.
       FILE SECTION.
       FD  GAMELOG-FILE.
       01  GAMELOG-RECORD pic x(80).
       FD  TIMPI-FILE.
       01  TIMPI-RECORD.
           05 TM-MECI    pic 9(4).
           05 filler     pic x.
           05 TM-DATA    pic 9(8).
           05 filler     pic x.
           05 TM-SEQ     pic 999.
           05 filler     pic x.
           05 TM-TOTAL   pic 999.
           05 filler     pic x.
           05 TM-AUTOR   pic x.
           05 filler     pic x.
           05 TM-JUCATOR pic 9(4).
           05 filler     pic x.
           05 TM-DURATA  pic 9(7).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKP-MATRIX    pic x(882).
           05 CKP-LETAPA    pic 99.
           05 CKP-LJUC1     pic 9(4).
           05 CKP-LJUC2     pic 9(4).
           05 CKP-VECINI    pic 9.
           05 CKP-CUPA      pic 9.
           05 CKP-CRUNDA    pic 9.
           05 CKP-CPOZ      pic 999.
           05 CKP-HCACTIV   pic 9.
           05 CKP-HCTIP     pic x.
           05 CKP-HCMIN     pic 99.
           05 CKP-HCPUNCTE  pic 999.
           05 CKP-HCBENEF   pic x.
           05 CKP-AVEU      pic 9.
           05 CKP-AVADV     pic 9.
           05 CKP-BUGETEU   pic 9(7).
           05 CKP-BUGETADV  pic 9(7).
       FD  MOVES-FILE.
       01  MOVES-RECORD.
           05 MV-TIP      pic x.
           05 SE-JUC1  pic 9(4).
           05 filler   pic x.
           05 SE-JUC2  pic 9(4).
           05 filler   pic x.
           05 SE-INCHIS pic 9(8).
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
           05 IS-SHAPE  pic 9.
           05 filler    pic x.
           05 IS-MARIME pic 99.
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
           05 filler       pic x.
           05 MC-HC-TIP    pic x.
           05 filler       pic x.
           05 MC-HC-MINUTE pic 99.
           05 filler       pic x.
           05 MC-HC-PUNCTE pic 999.
           05 filler       pic x.
           05 MC-HC-BENEF  pic 9(4).
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
       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-ID     pic 9(4).
           05 filler    pic x.
           05 RT-RATING pic 9(4).
           05 filler    pic x(25).
       FD  HANDICAP-FILE.
       01  HANDICAP-RECORD.
           05 HC-PRAG   pic 9(4).
           05 filler    pic x.
           05 HC-TIP    pic x.
           05 filler    pic x.
           05 HC-MINUTE pic 99.
           05 filler    pic x.
           05 HC-PUNCTE pic 999.
       Working-Storage Section.
       01  gamelog-status pic xx value "00".
       01  timpi-status pic xx value "00".
       01  rezultat-joc pic x value "P".
       01  checkpoint-status pic xx value "00".
       01  exista-checkpoint pic 9 value 0.
       01  serie-bestof-ok pic 9 value 0.
       01  castigator-joc pic 9.
       01  raspuns-serie pic x.
       01  serii-gasite pic 9(4) value 0.
       01  serie-curenta.
           05 st-id     pic 9(4).
           05 st-juc1   pic 9(4).
           05 st-juc2   pic 9(4).
           05 st-bestof pic 9.
           05 st-scor1  pic 99.
           05 st-scor2  pic 99.
           05 st-stare  pic x.
       01  serie-gasita pic 9 value 0.
       01  serie-id-maxim pic 9(4).
       01  istoric-status pic xx value "00".
       01  meciuri-status pic xx value "00".
       01  timp-acum pic 9(7).
       01  tura-inceput pic 9(7) value 0.
       01  durata-tura pic s9(8).
           05 CKH-LETAPA    pic 99.
           05 CKH-LJUC1     pic 9(4).
           05 CKH-LJUC2     pic 9(4).
           05 CKH-VECINI    pic 9.
           05 CKH-CUPA      pic 9.
           05 CKH-CRUNDA    pic 9.
           05 CKH-CPOZ      pic 999.
           05 CKH-HCACTIV   pic 9.
           05 CKH-HCTIP     pic x.
           05 CKH-HCMIN     pic 99.
           05 CKH-HCPUNCTE  pic 999.
           05 CKH-HCBENEF   pic x.
           05 CKH-AVEU      pic 9.
           05 CKH-AVADV     pic 9.
           05 CKH-BUGETEU   pic 9(7).
           05 CKH-BUGETADV  pic 9(7).
       01  timpinceput.
           05 ti-min pic 99.
           05 ti-sec pic 99.
       01  plasari-nume pic x(20) value "PLASARI.DAT".
       01  checkpoint-nume pic x(20) value "CHECKPOINT.DAT".
       01  sesiuni-status pic xx value "00".
       01  sesiune-curenta.
           05 ss-id    pic 9(4).
           05 ss-stare pic x.
           05 ss-data  pic 9(8).
           05 ss-juc1  pic 9(4).
           05 ss-juc2  pic 9(4).
           05 ss-inchis pic 9(8).
       01  sesiune-gasita pic 9 value 0.
       01  sesiuni-deschise pic 9(4) value 0.
       01  sesiune-aleasa pic 9(4).
       01  layouts-status pic xx value "00".
       01  layouturi-gasite pic 99 value 0.
       01  layout-valid pic 9.
       01  raspuns-layout pic x.
       01  fixtures-status pic xx value "00".
       01  fixture-curenta.
           05 fx-etapa pic 99.
           05 fx-juc1  pic 9(4).
           05 fx-juc2  pic 9(4).
       01  fixture-gasita pic 9 value 0.
       01  liga-activa pic 9 value 0.
       01  liga-etapa pic 99 value 0.
       01  liga-juc1 pic 9(4) value 0.
       01  liga-juc2 pic 9(4) value 0.
       01  liga-rez pic x.
       01  raspuns-liga pic x.
       01  cupa-status pic xx value "00".
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
       01  cu-idx pic 999 value 0.
       01  cupa-activa pic 9 value 0.
       01  cupa-runda pic 9 value 0.
       01  cupa-poz pic 999 value 0.
       01  cupa-castig pic 9(4) value 0.
       01  cupa-urm-idx pic 99 value 0.
       01  cupa-runda-cautata pic 9.
       01  cupa-poz-cautata pic 999.
       01  raspuns-cupa pic x.
       01  ratings-status pic xx value "00".
       01  handicap-status pic xx value "00".
       01  rating-eu pic 9(4) value 1000.
       01  rating-adv pic 9(4) value 1000.
       01  rating-citit pic 9(4).
       01  diferenta-rating pic 9(4) value 0.
       01  treapta-gasita pic 9 value 0.
       01  handicap-activ pic 9 value 0.
       01  handicap-aplicabil pic 9 value 0.
       01  handicap-tip pic x value space.
       01  handicap-minute pic 99 value 0.
       01  handicap-puncte pic 999 value 0.
       01  handicap-beneficiar pic x value space.
       01  raspuns-handicap pic x.
       01  avioane-eu pic 9 value 3.
       01  avioane-adv pic 9 value 3.
       01  buget-eu pic 9(7) value 0.
       01  buget-adv pic 9(7) value 0.
       01  buget-eu-min pic 999.
       01  buget-adv-min pic 999.

       01  rando pic 9(9).
       01  rrr pic 99.

       alege-sesiune-reluare.

           move 0 to sesiuni-deschise.

           open input sesiuni-file.
           if sesiuni-status = "00" then;
           perform citeste-sesiune-deschisa
               until sesiuni-status = "10";
           close sesiuni-file;
           end-if.

           if sesiuni-deschise > 0 then;
           Display " ";
           Display"ID-ul sesiunii de reluat (0=niciuna):";
           Accept sesiune-aleasa FROM CONSOLE;
           if sesiune-aleasa > 0 then;
           end-if;
           end-if.

       citeste-sesiune-deschisa.

           read sesiuni-file next record
               at end move "10" to sesiuni-status
               not at end perform afiseaza-o-sesiune
           end-read.

       afiseaza-o-sesiune.

           if SE-STARE = "D" then;
           add 1 to sesiuni-deschise;
           if sesiuni-deschise = 1 then;
           Display " ";
           Display "Sesiuni suspendate"
               " (ID / Data / Juc1 / Juc2):";
           end-if;
           Display SE-ID " / " SE-DATA
               " / " SE-JUC1
               " / " SE-JUC2;
           end-if.

       gaseste-sesiune.

           move 0 to sesiune-gasita.

           open input sesiuni-file.
           if sesiuni-status = "00" then;
           perform citeste-sesiune-meci;
           close sesiuni-file;
           end-if.

       citeste-sesiune-meci.

           move 0 to sesiune-gasita.
           move meci-id to SE-ID.
           read sesiuni-file
               invalid key move 0 to sesiune-gasita
               not invalid key perform retine-sesiune
           end-read.

       retine-sesiune.

           move 1 to sesiune-gasita.
           move SE-ID to ss-id.
           move SE-STARE to ss-stare.
           move SE-DATA to ss-data.
           move SE-JUC1 to ss-juc1.
           move SE-JUC2 to ss-juc2.
           move 0 to ss-inchis.
           if SE-INCHIS is numeric then;
           move SE-INCHIS to ss-inchis;
           end-if.

       deschide-sesiuni.

           open i-o sesiuni-file.
           if sesiuni-status = "35" then;
           open output sesiuni-file;
           close sesiuni-file;
           open i-o sesiuni-file;
           end-if.

       scrie-sesiune.

           move spaces to SESIUNI-RECORD.
           move ss-id to SE-ID.
           move ss-stare to SE-STARE.
           move ss-data to SE-DATA.
           move ss-juc1 to SE-JUC1.
           move ss-juc2 to SE-JUC2.
           move ss-inchis to SE-INCHIS.
           if sesiune-gasita = 1 then;
           rewrite sesiuni-record
               invalid key Display "Sesiunea " ss-id
                   " nu a putut fi actualizata, status "
                   sesiuni-status
           end-rewrite;
           else
           write sesiuni-record
               invalid key Display "Sesiunea " ss-id
                   " nu a putut fi inregistrata, status "
                   sesiuni-status
           end-write;
           end-if.

       inregistreaza-sesiune.

           perform deschide-sesiuni.

           if sesiuni-status = "00" then;
           perform citeste-sesiune-meci;
           move meci-id to ss-id;
           move "D" to ss-stare;
           move Function CURRENT-DATE to dat;
           move Function NUMVAL (dat(1:4)) to an;
           move Function NUMVAL (dat(5:2)) to luna;
           move Function NUMVAL (dat(7:2)) to zi;
           compute ss-data = (an * 10000) + (luna * 100) + zi;
           move id-eu to ss-juc1;
           move id-adv to ss-juc2;
           move 0 to ss-inchis;
           perform scrie-sesiune;
           close sesiuni-file;
           end-if.

       inchide-sesiune.

           if meci-id > 0 then;
           perform deschide-sesiuni;
           if sesiuni-status = "00" then;
           perform citeste-sesiune-meci;
           if sesiune-gasita = 1 then;
           move "T" to ss-stare;
           move Function CURRENT-DATE to dat;
           move Function NUMVAL (dat(1:4)) to an;
           move Function NUMVAL (dat(5:2)) to luna;
           move Function NUMVAL (dat(7:2)) to zi;
           compute ss-inchis = (an * 10000) + (luna * 100) + zi;
           perform scrie-sesiune;
           end-if;
           close sesiuni-file;
           end-if;
           end-if.

           move CKP-LETAPA to CKH-LETAPA.
           move CKP-LJUC1 to CKH-LJUC1.
           move CKP-LJUC2 to CKH-LJUC2.
           move CKP-VECINI to CKH-VECINI.
           move CKP-CUPA to CKH-CUPA.
           move CKP-CRUNDA to CKH-CRUNDA.
           move CKP-CPOZ to CKH-CPOZ.
           move CKP-HCACTIV to CKH-HCACTIV.
           move CKP-HCTIP to CKH-HCTIP.
           move CKP-HCMIN to CKH-HCMIN.
           move CKP-HCPUNCTE to CKH-HCPUNCTE.
           move CKP-HCBENEF to CKH-HCBENEF.
           move CKP-AVEU to CKH-AVEU.
           move CKP-AVADV to CKH-AVADV.
           move CKP-BUGETEU to CKH-BUGETEU.
           move CKP-BUGETADV to CKH-BUGETADV.

       reia-joc.

           move CKH-LJUC1 to liga-juc1;
           move CKH-LJUC2 to liga-juc2;
           end-if.
           if CKH-VECINI is numeric then;
           move CKH-VECINI to regula-vecini;
           end-if.
           if CKH-CUPA is numeric and CKH-CUPA = 1
               and CKH-CRUNDA is numeric
               and CKH-CPOZ is numeric then;
           move 1 to cupa-activa;
           move CKH-CRUNDA to cupa-runda;
           move CKH-CPOZ to cupa-poz;
           end-if.
           move NUM-AVIOANE to avioane-eu.
           move NUM-AVIOANE to avioane-adv.
           if CKH-AVEU is numeric and CKH-AVEU > 0
               and CKH-AVADV is numeric and CKH-AVADV > 0 then;
           move CKH-AVEU to avioane-eu;
           move CKH-AVADV to avioane-adv;
           end-if.
           move buget-sutimi to buget-eu.
           move buget-sutimi to buget-adv.
           if CKH-BUGETEU is numeric and CKH-BUGETADV is numeric then;
           move CKH-BUGETEU to buget-eu;
           move CKH-BUGETADV to buget-adv;
           end-if.
           move 0 to handicap-activ.
           if CKH-HCACTIV is numeric and CKH-HCACTIV = 1
               and CKH-HCMIN is numeric
               and CKH-HCPUNCTE is numeric then;
           move 1 to handicap-activ;
           move CKH-HCTIP to handicap-tip;
           move CKH-HCMIN to handicap-minute;
           move CKH-HCPUNCTE to handicap-puncte;
           move CKH-HCBENEF to handicap-beneficiar;
           end-if.
           perform construieste-nume-sesiune.
           perform calculeazacelule.

           move liga-etapa to CKP-LETAPA.
           move liga-juc1 to CKP-LJUC1.
           move liga-juc2 to CKP-LJUC2.
           move regula-vecini to CKP-VECINI.
           move cupa-activa to CKP-CUPA.
           move cupa-runda to CKP-CRUNDA.
           move cupa-poz to CKP-CPOZ.
           move handicap-activ to CKP-HCACTIV.
           move handicap-tip to CKP-HCTIP.
           move handicap-minute to CKP-HCMIN.
           move handicap-puncte to CKP-HCPUNCTE.
           move handicap-beneficiar to CKP-HCBENEF.
           move avioane-eu to CKP-AVEU.
           move avioane-adv to CKP-AVADV.
           move buget-eu to CKP-BUGETEU.
           move buget-adv to CKP-BUGETADV.

           open output checkpoint-file.
           write checkpoint-record.
           move 0 to serie-bestof-ok.
           perform valideaza-bestof until serie-bestof-ok = 1.

           perform gaseste-serie-id-maxim.

           if serie-id-maxim >= 9999 then;
           Display"Registrul de serii este plin, joc simplu.";
           move 0 to serie-activa;
           else
           compute st-id = serie-id-maxim + 1;
           move id-eu to st-juc1;
           move id-adv to st-juc2;
           move serie-bestof to st-bestof;
           move 0 to st-scor1;
           move 0 to st-scor2;
           move "D" to st-stare;
           move 0 to serie-gasita;
           perform salveaza-serie;
           move st-id to serie-id;
           move 0 to serie-scor1;
           move 0 to serie-scor2;
           move 1 to serie-activa;
           Display"Alege 3, 5 sau 7.";
           end-if.

       gaseste-serie-id-maxim.

           move 0 to serie-id-maxim.

           open input series-file.
           if series-status = "00" then;
           perform citeste-serie-id-maxim
               until series-status = "10";
           close series-file;
           end-if.

       citeste-serie-id-maxim.

           read series-file next record
               at end move "10" to series-status
               not at end perform compara-serie-id
           end-read.

       compara-serie-id.

           if SR-ID > serie-id-maxim then;
           move SR-ID to serie-id-maxim;
           end-if.

       continua-serie-existenta.

           Display"ID-ul seriei de continuat:";
           Accept serie-id FROM CONSOLE;
           perform gaseste-serie;
           if serie-gasita = 0 then;
           Display"Nu exista serie deschisa cu acest ID.";
           perform alege-serie;
           else
           move st-juc1 to id-eu;
           move st-juc2 to id-adv;
           move st-bestof to serie-bestof;
           move st-scor1 to serie-scor1;
           move st-scor2 to serie-scor2;
           move 1 to serie-activa;
           Display"Continuam seria " serie-id " la scorul "
               serie-scor1 "-" serie-scor2 ".";

       gaseste-serie.

           move 0 to serie-gasita.

           open input series-file.
           if series-status = "00" then;
           perform citeste-serie-cheie;
           close series-file;
           end-if.

       citeste-serie-cheie.

           move 0 to serie-gasita.
           move serie-id to SR-ID.
           read series-file
               invalid key move 0 to serie-gasita
               not invalid key perform retine-serie
           end-read.

       retine-serie.

           if SR-STARE = "D" then;
           move 1 to serie-gasita;
           move SR-ID to st-id;
           move SR-JUC1 to st-juc1;
           move SR-JUC2 to st-juc2;
           move SR-BESTOF to st-bestof;
           move SR-SCOR1 to st-scor1;
           move SR-SCOR2 to st-scor2;
           move SR-STARE to st-stare;
           end-if.

       incarca-detalii-serie.

           perform gaseste-serie.

           if serie-gasita = 0 then;
           move 0 to serie-activa;
           else
           move st-bestof to serie-bestof;
           move st-scor1 to serie-scor1;
           move st-scor2 to serie-scor2;
           end-if.

       salveaza-serie.

           open i-o series-file.
           if series-status = "35" then;
           open output series-file;
           close series-file;
           open i-o series-file;
           end-if.

           if series-status = "00" then;
           move spaces to SERIES-RECORD;
           move st-id to SR-ID;
           move st-juc1 to SR-JUC1;
           move st-juc2 to SR-JUC2;
           move st-bestof to SR-BESTOF;
           move st-scor1 to SR-SCOR1;
           move st-scor2 to SR-SCOR2;
           move st-stare to SR-STARE;
           perform scrie-serie;
           close series-file;
           end-if.

       scrie-serie.

           if serie-gasita = 1 then;
           rewrite series-record
               invalid key Display "Seria " st-id
                   " nu a putut fi actualizata, status "
                   series-status
           end-rewrite;
           else
           write series-record
               invalid key Display "Seria " st-id
                   " nu a putut fi inregistrata, status "
                   series-status
           end-write;
           end-if.

       afiseaza-serii.

           move 0 to serii-gasite.

           Display " ".
           Display "Serii (ID / Juc1 / Juc2 / Best-of / Scor"
               " / Stare D=deschisa T=terminata):".

           open input series-file.
           if series-status = "00" then;
           perform citeste-serie-afisare
               until series-status = "10";
           close series-file;
           end-if.

           Display " ".

       citeste-serie-afisare.

           read series-file next record
               at end move "10" to series-status
               not at end perform afiseaza-o-serie
           end-read.

       afiseaza-o-serie.

           add 1 to serii-gasite.
           Display SR-ID " / " SR-JUC1 " / "
               SR-JUC2 " / " SR-BESTOF " / "
               SR-SCOR1 "-" SR-SCOR2 " / "
               SR-STARE.

       actualizeaza-serie.

           add 1 to serie-scor2;
           end-if.

           perform gaseste-serie.

           if serie-gasita = 0 then;
           move 0 to serie-activa;
           else
           move serie-scor1 to st-scor1;
           move serie-scor2 to st-scor2;
           compute serie-necesar = serie-bestof / 2 + 1;
           if serie-scor1 >= serie-necesar
               or serie-scor2 >= serie-necesar then;
           move "T" to st-stare;
           perform salveaza-serie;
           Display " ";
           Display"Seria " serie-id " s-a terminat cu scorul "
               serie-scor1 "-" serie-scor2 ".";
           Display"Adversarul a castigat seria.";
           end-if;
           else
           perform salveaza-serie;
           Display " ";
           Display"Scorul seriei " serie-id " este acum "
               serie-scor1 "-" serie-scor2 ".";

       alege-meci-nou.

           move 0 to meci-id-ok.
           perform cere-meci-id until meci-id-ok = 1.

           move 0 to intrare-in-sesiune;
           if meci-id > 0 then;
           perform gaseste-sesiune;
           if sesiune-gasita = 1 then;
           if ss-stare = "D" then;
           perform verifica-intrare-sesiune;
           else
           Display"ID-ul apartine unui meci deja incheiat;"

       verifica-intrare-sesiune.

           if ss-juc1 = id-eu then;
           Display"ID-ul este folosit de o sesiune pe care ai"
               " suspendat-o tu. Reia-o la pornirea programului"
               " sau alege alt ID.";
           move 0 to meci-id-ok;
           else
           if ss-juc2 = id-eu then;
           Display"Te alaturi sesiunii " meci-id
               " deschise de jucatorul cu ID "
               ss-juc1 ".";
           move ss-juc1 to id-adv;
           move 1 to intrare-in-sesiune;
           else
           Display"Sesiunea " meci-id " a fost deschisa de ID "
               ss-juc1 " cu adversarul ID "
               ss-juc2 ". Te alaturi totusi? (D/N)";
           Accept raspuns-sesiune FROM CONSOLE;
           move FUNCTION UPPER-CASE(raspuns-sesiune)
               to raspuns-sesiune;
           close gamelog-file;
           end-if.

           open input sesiuni-file.
           if sesiuni-status = "00" then;
           perform citeste-sesiune-id-maxim
               until sesiuni-status = "10";
           close sesiuni-file;
           end-if.

       citeste-sesiune-id-maxim.

           read sesiuni-file next record
               at end move "10" to sesiuni-status
               not at end perform compara-sesiune-id-maxim
           end-read.

       compara-sesiune-id-maxim.

           if SE-ID > meci-id-maxim then;
           move SE-ID to meci-id-maxim;
           end-if.

       citeste-meci-id.


           move 0 to meci-id.
           move 0 to liga-activa.
           move 0 to cupa-activa.
           move 0 to numarmeu.
           move 0 to numarmadv.
           move 0 to mv-seq.
           Display"Cate avioane sa aiba fiecare flota? (3-5)".
           move 0 to NUM-AVIOANE-OK.
           perform valideazaaviuane until NUM-AVIOANE-OK=1.
           move NUM-AVIOANE to avioane-eu.
           move NUM-AVIOANE to avioane-adv.

       alegebuget.

           move 0 to buget-minute;
           end-if.
           compute buget-sutimi = buget-minute * 6000.
           move buget-sutimi to buget-eu.
           move buget-sutimi to buget-adv.

           move 0 to ceas-eu.
           move 0 to ceas-adv.

           move 0 to total-cells-asteptate.
           move 1 to av-idx.
           perform adunacelule until av-idx > avioane-eu.

       adunacelule.

           perform alege-meci-nou;
           end-if.

           if handicap-activ = 1 and handicap-tip = "S" then;
           perform impune-prima-lovitura;
           else
           Display"Cine incepe? 1-Eu, 2-Adversarul, 3-Joc solo.";
           Accept tura FROM CONSOLE;
           end-if.

           if tura = 3 then;
           move "S" to mod-schimb;
           move 0 to id-adv;
           move 0 to handicap-activ;
           move 0 to liga-activa;
           move 0 to cupa-activa;
           Display"Ce dificultate are calculatorul?"
               " 1-Usor, 2-Mediu, 3-Greu.";
           move 0 to dificultate-ok;
           Accept tura FROM CONSOLE;
           end-if.

           if handicap-activ = 1 and (tura = 1 or tura = 2) then;
           perform aplica-handicap;
           end-if.

           if tura = 1 then;
           perform sterge-moves-fisier;
           perform sterge-replay-fisier;

           perform ofera-fixture-liga.

           move 0 to cupa-activa.
           if liga-activa = 0 then;
           perform ofera-meci-cupa;
           end-if.

           if liga-activa = 0 and cupa-activa = 0 then;
           Display"Cine este adversarul?"
               " (ID jucator, 0=neinregistrat)";
           move 0 to id-ok;
           perform valideaza-id-adv until id-ok=1;
           end-if.

           move 0 to handicap-activ.
           if id-adv > 0 and id-adv not = id-eu then;
           perform propune-handicap;
           end-if.

       propune-handicap.

           move id-eu to id-cautat.
           perform citeste-rating-jucator.
           move rating-citit to rating-eu.
           move id-adv to id-cautat.
           perform citeste-rating-jucator.
           move rating-citit to rating-adv.

           if rating-eu > rating-adv then;
           compute diferenta-rating = rating-eu - rating-adv;
           move "A" to handicap-beneficiar;
           else
           compute diferenta-rating = rating-adv - rating-eu;
           move "E" to handicap-beneficiar;
           end-if.

           Display"Rating: tu " rating-eu ", adversarul " rating-adv
               " (diferenta " diferenta-rating ").".

           move 0 to treapta-gasita.
           if diferenta-rating > 0 then;
           perform cauta-treapta-handicap;
           end-if.

           if treapta-gasita = 0 then;
           Display"Nu se propune niciun handicap.";
           else
           if handicap-tip not = "M" and not = "P" and not = "S" then;
           Display"Tabela de handicap are un tip necunoscut ("
               handicap-tip "). Se joaca fara handicap.";
           else
           perform descrie-handicap;
           Display"Aplici handicapul propus? (D/N)";
           Accept raspuns-handicap FROM CONSOLE;
           move FUNCTION UPPER-CASE(raspuns-handicap)
               to raspuns-handicap;
           if raspuns-handicap = "D" then;
           move 1 to handicap-activ;
           else
           Display"Meciul se joaca fara handicap.";
           end-if;
           end-if;
           end-if.

       citeste-rating-jucator.

           move 1000 to rating-citit.

           open input ratings-file.
           if ratings-status = "00" then;
           move id-cautat to RT-ID;
           read ratings-file
               invalid key continue
               not invalid key perform retine-rating-jucator
           end-read;
           close ratings-file;
           end-if.

       retine-rating-jucator.

           if RT-RATING is numeric then;
           move RT-RATING to rating-citit;
           end-if.

       cauta-treapta-handicap.

           open input handicap-file.
           if handicap-status = "00" then;
           perform citeste-treapta
               until handicap-status = "10";
           close handicap-file;
           end-if.

       citeste-treapta.

           read handicap-file next record
               at end move "10" to handicap-status
               not at end perform retine-treapta
           end-read.

       retine-treapta.

           if HC-PRAG > diferenta-rating then;
           move "10" to handicap-status;
           else
           move 1 to treapta-gasita;
           move HC-TIP to handicap-tip;
           move HC-MINUTE to handicap-minute;
           move HC-PUNCTE to handicap-puncte;
           end-if.

       verifica-handicap-aplicabil.

           move 1 to handicap-aplicabil.

           evaluate handicap-tip
             when "M"
               if buget-sutimi = 0 then;
               move 0 to handicap-aplicabil;
               Display"Handicapul propus este la timp, dar meciul"
                   " nu are ceas. Se joaca fara handicap.";
               end-if
             when "P"
               if NUM-AVIOANE >= 5 then;
               move 0 to handicap-aplicabil;
               Display"Handicapul propus este un avion in plus, dar"
                   " flota are deja 5 avioane.";
               Display"Se joaca fara handicap.";
               end-if
             when "S"
               continue
             when other
               move 0 to handicap-aplicabil
           end-evaluate.

       descrie-handicap.

           evaluate true
             when handicap-tip = "M" and handicap-beneficiar = "E"
               Display"Handicap propus: adversarul are cu "
                   handicap-minute " minute de gandire mai putin."
             when handicap-tip = "M"
               Display"Handicap propus: tu ai cu "
                   handicap-minute " minute de gandire mai putin."
             when handicap-tip = "P" and handicap-beneficiar = "E"
               Display"Handicap propus: flota ta are un avion"
                   " in plus."
             when handicap-tip = "P"
               Display"Handicap propus: flota adversarului are un"
                   " avion in plus."
             when handicap-beneficiar = "E"
               Display"Handicap propus: tu tragi primul."
             when other
               Display"Handicap propus: adversarul trage primul."
           end-evaluate.

       aplica-handicap.

           perform verifica-handicap-aplicabil.

           if handicap-aplicabil = 0 then;
           move 0 to handicap-activ;
           else
           evaluate handicap-tip
             when "M"
               perform reduce-bugetul
             when "P"
               perform adauga-avion-handicap
           end-evaluate;
           end-if.

       reduce-bugetul.

           move buget-sutimi to buget-eu.
           move buget-sutimi to buget-adv.

           if buget-sutimi > handicap-minute * 6000 then;
           if handicap-beneficiar = "E" then;
           compute buget-adv = buget-sutimi - handicap-minute * 6000;
           else
           compute buget-eu = buget-sutimi - handicap-minute * 6000;
           end-if;
           else
           if handicap-beneficiar = "E" then;
           move 6000 to buget-adv;
           else
           move 6000 to buget-eu;
           end-if;
           end-if.

           compute buget-eu-min = buget-eu / 6000.
           compute buget-adv-min = buget-adv / 6000.
           Display"Handicap: buget de gandire EU " buget-eu-min
               " minute, ADV " buget-adv-min " minute.".

       adauga-avion-handicap.

           if handicap-beneficiar = "E" then;
           if avioane-eu = NUM-AVIOANE then;
           compute avioane-eu = NUM-AVIOANE + 1;
           perform plaseaza-avion-handicap;
           end-if;
           else
           compute avioane-adv = NUM-AVIOANE + 1;
           Display"Handicap: flota adversarului are "
               avioane-adv " avioane.";
           end-if.

       plaseaza-avion-handicap.

           perform graficshow.
           Display"Handicap: mai adaugi un avion (nr. "
               avioane-eu ").".
           Display" Vrei sa il pui tu? Apasa 1".
           Display" Vrei sa il pui random? Apasa 2".
           ACCEPT ren FROM CONSOLE.

           move NUM-AVIOANE to av-idx.
           add 1 to av-idx.
           if ren = "1" then;
           perform adaugeu-una until av-idx > avioane-eu;
           else
           perform adaugrandom-una until av-idx > avioane-eu;
           end-if.

           perform calculeazacelule.
           perform graficshow.

       impune-prima-lovitura.

           if handicap-beneficiar = "E" then;
           move 1 to tura;
           Display"Handicap: tu tragi primul.";
           else
           move 2 to tura;
           Display"Handicap: adversarul trage primul.";
           end-if.

       ofera-fixture-liga.

           move 0 to liga-activa.
           perform gaseste-fixture-nejucata.

           if fixture-gasita = 1 then;
           if fx-juc1 = id-eu then;
           move fx-juc2 to id-cautat;
           else
           move fx-juc1 to id-cautat;
           end-if;
           perform cauta-jucator;
           Display"Urmatoarea ta etapa din liga: etapa "
               fx-etapa " contra " nume-gasit
               " (ID " id-cautat ").";
           Display"O joci acum? (D/N)";
           Accept raspuns-liga FROM CONSOLE;
           move FUNCTION UPPER-CASE(raspuns-liga) to raspuns-liga;
           if raspuns-liga = "D" then;
           move 1 to liga-activa;
           move fx-etapa to liga-etapa;
           move fx-juc1 to liga-juc1;
           move fx-juc2 to liga-juc2;
           move id-cautat to id-adv;
           end-if;
           end-if.

       gaseste-fixture-nejucata.

           move 0 to fixture-gasita.

           open input fixtures-file.
           if fixtures-status = "00" then;
           perform citeste-fixture
               until fixtures-status = "10" or fixture-gasita = 1;
           close fixtures-file;
           end-if.

       citeste-fixture.

           read fixtures-file next record
               at end move "10" to fixtures-status
               not at end perform cauta-fixture-nejucata
           end-read.

       cauta-fixture-nejucata.

           if LG-STARE = "N"
               and (LG-JUC1 = id-eu or LG-JUC2 = id-eu) then;
           move 1 to fixture-gasita;
           move LG-ETAPA to fx-etapa;
           move LG-JUC1 to fx-juc1;
           move LG-JUC2 to fx-juc2;
           end-if.

       actualizeaza-liga.

           evaluate true
               end-if
           end-evaluate.

           move 0 to fixture-gasita.

           open i-o fixtures-file.
           if fixtures-status = "00" then;
           move spaces to FIXTURES-RECORD;
           move liga-etapa to LG-ETAPA;
           move liga-juc1 to LG-JUC1;
           move liga-juc2 to LG-JUC2;
           read fixtures-file
               invalid key move 0 to fixture-gasita
               not invalid key perform marcheaza-fixture-jucata
           end-read;
           close fixtures-file;
           end-if.

           if fixture-gasita = 1 then;
           Display "Etapa " liga-etapa " din liga a fost"
               " marcata ca jucata.";
           end-if.

       marcheaza-fixture-jucata.

           if LG-STARE = "N" then;
           move "J" to LG-STARE;
           move liga-rez to LG-REZ;
           rewrite fixtures-record
               invalid key move 0 to fixture-gasita
               not invalid key move 1 to fixture-gasita
           end-rewrite;
           end-if.

       ofera-meci-cupa.

           move 0 to cupa-activa.
           perform incarca-cupa.

           move 0 to cu-idx.
           move 1 to cu-ix.
           perform cauta-meci-cupa-nejucat
               until cu-ix > meciuri-cupa or cu-idx > 0.

           if cu-idx > 0 then;
           if cu-juc1(cu-idx) = id-eu then;
           move cu-juc2(cu-idx) to id-cautat;
           else
           move cu-juc1(cu-idx) to id-cautat;
           end-if;
           perform cauta-jucator;
           Display"Meciul tau din cupa: runda "
               cu-runda(cu-idx) " contra " nume-gasit
               " (ID " id-cautat ").";
           Display"Il joci acum? (D/N)";
           Accept raspuns-cupa FROM CONSOLE;
           move FUNCTION UPPER-CASE(raspuns-cupa) to raspuns-cupa;
           if raspuns-cupa = "D" then;
           move 1 to cupa-activa;
           move cu-runda(cu-idx) to cupa-runda;
           move cu-poz(cu-idx) to cupa-poz;
           move id-cautat to id-adv;
           end-if;
           end-if.

       cauta-meci-cupa-nejucat.

           if cu-stare(cu-ix) = "N"
               and cu-juc1(cu-ix) > 0 and cu-juc2(cu-ix) > 0
               and (cu-juc1(cu-ix) = id-eu
               or cu-juc2(cu-ix) = id-eu) then;
           move cu-ix to cu-idx;
           end-if.
           add 1 to cu-ix.

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

       actualizeaza-cupa.

           if rezultat-joc = "R" then;
           Display "Remiza nu decide meciul din cupa;"
               " el ramane de jucat.";
           else
           if rezultat-joc = "C" or rezultat-joc = "V"
               or rezultat-joc = "K" then;
           move id-eu to cupa-castig;
           else
           move id-adv to cupa-castig;
           end-if;
           perform incarca-cupa;
           move cupa-runda to cupa-runda-cautata;
           move cupa-poz to cupa-poz-cautata;
           perform gaseste-meci-cupa;
           if cu-idx > 0 and cu-stare(cu-idx) = "N" then;
           move "J" to cu-stare(cu-idx);
           move cupa-castig to cu-castig(cu-idx);
           move meci-id to cu-meci(cu-idx);
           perform avanseaza-in-cupa;
           perform salveaza-cupa;
           end-if;
           end-if.

       gaseste-meci-cupa.

           move 0 to cu-idx.
           move 1 to cu-ix.
           perform cauta-meci-cupa
               until cu-ix > meciuri-cupa or cu-idx > 0.

       cauta-meci-cupa.

           if cu-runda(cu-ix) = cupa-runda-cautata
               and cu-poz(cu-ix) = cupa-poz-cautata then;
           move cu-ix to cu-idx;
           end-if.
           add 1 to cu-ix.

       avanseaza-in-cupa.

           move cupa-castig to id-cautat.
           perform cauta-jucator.

           compute cupa-runda-cautata = cupa-runda + 1.
           compute cupa-poz-cautata = (cupa-poz + 1) / 2.
           perform gaseste-meci-cupa.

           if cu-idx = 0 then;
           Display "Castigatorul cupei: " nume-gasit
               " (ID " cupa-castig ")";
           else
           if Function MOD (cupa-poz, 2) = 1 then;
           move cupa-castig to cu-juc1(cu-idx);
           else
           move cupa-castig to cu-juc2(cu-idx);
           end-if;
           if cu-juc1(cu-idx) > 0 and cu-juc2(cu-idx) > 0 then;
           compute cu-data(cu-idx) = (an * 10000) + (luna * 100) + zi;
           end-if;
           Display nume-gasit " trece in runda "
               cupa-runda-cautata " a cupei.";
           end-if.

       valideaza-id-eu.

           if players-status = "35" then;
           move 1 to jucator-gasit;
           else
           move id-cautat to PL-ID;
           read players-file
               invalid key move 0 to jucator-gasit
               not invalid key perform verifica-jucator
           end-read;
           close players-file;
           end-if.

       verifica-jucator.

           if PL-ACTIV = "A" then;
           move PL-NUME to nume-gasit;
           move 1 to jucator-gasit;
           end-if.
           end-if.

           move 1 to av-idx.
           perform scrie-o-plasare until av-idx > avioane-eu.

           close plasari-file.
           move 1 to plasare-scrisa.
               " fisierul de plasari. Apasa ENTER.";
           Accept xc-fake FROM CONSOLE;
           else
           if plasari-gasite < avioane-adv then;
           Display"Plasarea adversarului este incompleta."
               " Apasa ENTER.";
           Accept xc-fake FROM CONSOLE;
       retine-plasare.

           if PS-ID not = id-eu
               and PS-AVION >= 1 and PS-AVION <= avioane-adv then;
           if PS-DIR < 1 or PS-DIR > 4
               or PS-SHAPE < 1 or PS-SHAPE > 3 then;
           move 1 to plasare-adv-invalida;
       gaseste-avion-lovit.

           move 1 to k.
           perform verifica-avion-lovit until k > avioane-eu.

       verifica-avion-lovit.


           perform scrie-checkpoint.

           if numarmeu=avioane-eu then;
           Display "Ai pierdut";
           move "P" to rezultat-joc;
           perform timpend;
           end-if;
           Stop Run;
           end-if.
           if numarmadv=avioane-adv then;
           Display "Ai castigat";
           move "C" to rezultat-joc;
           perform timpend;
           Display"Ceas EU " ceas-eu-min ":" ceas-eu-sec
               "   Ceas ADV " ceas-adv-min ":" ceas-adv-sec.
           if buget-sutimi > 0 then;
           if buget-eu = buget-adv then;
           Display"Buget de gandire pe meci: " buget-minute
               " minute";
           else
           compute buget-eu-min = buget-eu / 6000;
           compute buget-adv-min = buget-adv / 6000;
           Display"Buget de gandire pe meci: EU " buget-eu-min
               " minute, ADV " buget-adv-min " minute (handicap)";
           end-if;
           end-if.

           Display"|          EU            |   |       Adversar "
           add durata-tura to ceas-eu.
           perform retine-mutare-e.

           if buget-sutimi > 0 and ceas-eu > buget-eu then;
           perform pierdere-la-timp;
           end-if.

           add durata-tura to ceas-adv.
           perform retine-mutare-a.

           if buget-sutimi > 0 and ceas-adv > buget-adv then;
           perform castig-la-timp;
           end-if.

           compute ceas-adv-sec =
               (ceas-adv - (ceas-adv-min * 6000)) / 100.

       scrie-timpi-mutari.

           if mutari-numar > 0 then;
           open extend timpi-file;
           if timpi-status = "35" then;
           open output timpi-file;
           end-if;
           move 1 to mut-ix;
           perform scrie-timp-mutare until mut-ix > mutari-numar;
           close timpi-file;
           end-if.

       scrie-timp-mutare.

           if mt-autor(mut-ix) = "E" or mod-schimb = "L" then;
           move spaces to TIMPI-RECORD;
           move meci-id to TM-MECI;
           compute TM-DATA = (an * 10000) + (luna * 100) + zi;
           move mut-ix to TM-SEQ;
           move mutari-numar to TM-TOTAL;
           move mt-autor(mut-ix) to TM-AUTOR;
           if mt-autor(mut-ix) = "E" then;
           move id-eu to TM-JUCATOR;
           else
           move id-adv to TM-JUCATOR;
           end-if;
           move mt-durata(mut-ix) to TM-DURATA;
           write timpi-record;
           end-if.

           add 1 to mut-ix.

       afiseaza-detaliu-mutari.

           if mutari-numar > 0 then;
               " MECI=" meci-id
               delimited by size into gamelog-record.

           if handicap-activ = 1 then;
           move " HC=" to gamelog-record(70:4);
           move handicap-tip to gamelog-record(74:1);
           move handicap-puncte to gamelog-record(75:3);
           move handicap-beneficiar to gamelog-record(78:1);
           end-if.

           open extend gamelog-file.
           if gamelog-status = "35" then;
           open output gamelog-file;

           close gamelog-file.

           perform scrie-timpi-mutari.

           perform scrie-meci.

           if liga-activa = 1 then;
           perform actualizeaza-liga;
           end-if.

           if cupa-activa = 1 then;
           perform actualizeaza-cupa;
           end-if.

       scrie-meci.

           move spaces to MECIURI-RECORD.
           move meci-id to MC-ID.
           compute MC-DATA = (an * 10000) + (luna * 100) + zi.
           move marime-tabla to MC-MARIME.
           move NUM-AVIOANE to MC-AVIOANE.
           move regula-vecini to MC-VECINI.
           move buget-minute to MC-BUGET.
           move mod-schimb to MC-MODSCHIMB.
           if mod-schimb = "S" then;
           move dificultate to MC-DIFIC;
           else
           move 0 to MC-DIFIC;
           end-if.
           move id-eu to MC-JE.
           move id-adv to MC-JA.
           if serie-activa = 1 then;
           move serie-id to MC-SERIE;
           else
           move 0 to MC-SERIE;
           end-if.
           if liga-activa = 1 then;
           move liga-etapa to MC-ETAPA;
           else
           move 0 to MC-ETAPA;
           end-if.
           if cupa-activa = 1 then;
           move cupa-runda to MC-RUNDA;
           else
           move 0 to MC-RUNDA;
           end-if.
           if handicap-activ = 1 then;
           move handicap-tip to MC-HC-TIP;
           move handicap-minute to MC-HC-MINUTE;
           move handicap-puncte to MC-HC-PUNCTE;
           if handicap-beneficiar = "E" then;
           move id-eu to MC-HC-BENEF;
           else
           move id-adv to MC-HC-BENEF;
           end-if;
           else
           move space to MC-HC-TIP;
           move 0 to MC-HC-MINUTE;
           move 0 to MC-HC-PUNCTE;
           move 0 to MC-HC-BENEF;
           end-if.

           open i-o meciuri-file.
           if meciuri-status = "35" then;
           open output meciuri-file;
           close meciuri-file;
           open i-o meciuri-file;
           end-if.

           write meciuri-record
               invalid key continue
           end-write.

           close meciuri-file.

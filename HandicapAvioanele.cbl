000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. Handicap.
000003 ENVIRONMENT DIVISION.
000004 CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDICAP-FILE ASSIGN TO "HANDICAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-PRAG
               FILE STATUS IS HANDICAP-STATUS.
000005 DATA DIVISION.
       FILE SECTION.
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
       01  handicap-status pic xx value "00".
       01  numar-trepte pic 9(4) value 0.
       01  optiune pic x.
       01  gata pic 9 value 0.
       01  prag-cautat pic 9(4).
       01  treapta-gasita pic 9 value 0.
       01  tip-nou pic x.
       01  minute-noi pic 99 value 0.
       01  puncte-noi pic 999 value 0.
       01  treapta-ok pic 9 value 0.
       01  descriere pic x(34).

000006 PROCEDURE DIVISION.

           perform meniu until gata = 1.

           STOP RUN.

       meniu.

           Display " ".
           Display "====== Tabela de handicap ======".
           Display "1 - Lista treptelor".
           Display "2 - Adauga sau modifica o treapta".
           Display "3 - Sterge o treapta".
           Display "0 - Iesire".
           Accept optiune FROM CONSOLE.

           evaluate optiune
             when "1" perform lista-trepte
             when "2" perform scrie-treapta
             when "3" perform sterge-treapta
             when "0" move 1 to gata
             when other Display "Nu e o optiune valida"
           end-evaluate.

       lista-trepte.

           move 0 to numar-trepte.

           open input handicap-file.
           if handicap-status = "35" then;
           Display "Tabela de handicap nu exista inca.";
           else
           Display "Diferenta min. / Handicap"
               "                             / Puncte";
           move "00" to handicap-status;
           perform citeste-treapta until handicap-status = "10";
           close handicap-file;
           Display "Trepte definite: " numar-trepte;
           end-if.

       citeste-treapta.

           read handicap-file next record
               at end move "10" to handicap-status
               not at end perform afiseaza-treapta
           end-read.

       afiseaza-treapta.

           add 1 to numar-trepte.

           evaluate HC-TIP
             when "M"
               move spaces to descriere
               string HC-MINUTE " minute mai putin celui mai bun"
                   delimited by size into descriere
             when "P"
               move "avion in plus celui mai slab" to descriere
             when "S"
               move "cel mai slab trage primul" to descriere
             when other
               move "(tip necunoscut)" to descriere
           end-evaluate.

           Display "          " HC-PRAG " / " HC-TIP " " descriere
               " / " HC-PUNCTE.

       scrie-treapta.

           Display "Diferenta minima de rating a treptei:".
           Accept prag-cautat FROM CONSOLE.

           Display "Tipul handicapului: M-minute mai putin pentru cel"
               " mai bun,".
           Display "  P-avion in plus pentru cel mai slab,"
               " S-prima lovitura pentru cel mai slab".
           move 0 to treapta-ok.
           perform valideaza-tip until treapta-ok = 1.

           move 0 to minute-noi.
           if tip-nou = "M" then;
           Display "Cate minute de gandire pierde cel mai bun?";
           move 0 to treapta-ok;
           perform valideaza-minute until treapta-ok = 1;
           end-if.

           Display "Cate puncte de rating valoreaza handicapul"
               " in scorul asteptat?".
           Accept puncte-noi FROM CONSOLE.

           open i-o handicap-file.
           if handicap-status = "35" then;
           open output handicap-file;
           close handicap-file;
           open i-o handicap-file;
           end-if.

           perform gaseste-treapta.

           move spaces to HANDICAP-RECORD.
           move prag-cautat to HC-PRAG.
           move tip-nou to HC-TIP.
           move minute-noi to HC-MINUTE.
           move puncte-noi to HC-PUNCTE.

           if treapta-gasita = 1 then;
           rewrite handicap-record
               invalid key Display "Eroare la rescriere, status "
                   handicap-status
               not invalid key Display "Treapta " HC-PRAG
                   " modificata."
           end-rewrite;
           else
           write handicap-record
               invalid key Display "Eroare la scriere, status "
                   handicap-status
               not invalid key Display "Treapta " HC-PRAG
                   " adaugata."
           end-write;
           end-if.

           close handicap-file.

       valideaza-tip.

           Accept tip-nou FROM CONSOLE.
           move FUNCTION UPPER-CASE(tip-nou) to tip-nou.

           move 1 to treapta-ok.

           if tip-nou not = "M" and not = "P" and not = "S" then;
           move 0 to treapta-ok;
           Display "Tip invalid. Tasteaza M, P sau S.";
           end-if.

       valideaza-minute.

           Accept minute-noi FROM CONSOLE.

           move 1 to treapta-ok.

           if minute-noi = 0 then;
           move 0 to treapta-ok;
           Display "Numar de minute invalid. Exemplu: 5";
           end-if.

       sterge-treapta.

           Display "Diferenta minima a treptei de sters:".
           Accept prag-cautat FROM CONSOLE.

           open i-o handicap-file.
           perform gaseste-treapta.

           if treapta-gasita = 0 then;
           Display "Nu exista treapta cu aceasta diferenta.";
           else
           delete handicap-file record
               invalid key Display "Eroare la stergere, status "
                   handicap-status
               not invalid key Display "Treapta stearsa."
           end-delete;
           end-if.

           close handicap-file.

       gaseste-treapta.

           move 0 to treapta-gasita.

           if handicap-status = "00" then;
           move prag-cautat to HC-PRAG;
           read handicap-file
               invalid key move 0 to treapta-gasita
               not invalid key move 1 to treapta-gasita
           end-read;
           end-if.

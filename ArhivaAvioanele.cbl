       01  total-castiguri pic 9(6) value 0.
       01  total-pierderi pic 9(6) value 0.
       01  total-remize pic 9(6) value 0.
       01  jocuri-expirate pic 9(6) value 0.
       01  procent-castig pic 999v99.
       01  procent-castig-ed pic zz9.99.
       01  durata-sutimi pic 9(9).
           move 0 to total-castiguri.
           move 0 to total-pierderi.
           move 0 to total-remize.
           move 0 to jocuri-expirate.
           move 0 to suma-durate.
           move 0 to maxima-durata.


           perform extrage-data-gamelog.

           if rec-data >= data-start and rec-data <= data-end
               and linie(21:1) = "X" then;
           add 1 to jocuri-expirate;
           end-if.

           if rec-data >= data-start and rec-data <= data-end
               and linie(21:1) not = "X" then;
           add 1 to total-jocuri;
           evaluate linie(21:1)
             when "C" add 1 to total-castiguri
               maxima-min ":" maxima-sec "." maxima-sut;
           end-if.

           if jocuri-expirate > 0 then;
           Display "Sesiuni expirate fara rezultat (neincluse): "
               jocuri-expirate;
           end-if.

       descompune-medie.

           compute medie-min = medie-durata / 6000.

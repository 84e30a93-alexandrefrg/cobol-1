                IF MESNASC = 4 OR MESNASC = 6 OR MESNASC = 9
                                              OR MESNASC = 11
                     MOVE 30 TO W-ULTDIA.
                IF MESNASC NOT = 2
                     GO TO VALIDA-DTNASC-DIA.
                DIVIDE ANONASC BY 4 GIVING W-QUOC-AUX
                                    REMAINDER W-RESTO4
                DIVIDE ANONASC BY 100 GIVING W-QUOC-AUX
                                      REMAINDER W-RESTO100
                DIVIDE ANONASC BY 400 GIVING W-QUOC-AUX
                                      REMAINDER W-RESTO400
                MOVE "N" TO W-BISSEXTO
                IF W-RESTO4 = 0 AND W-RESTO100 NOT = 0
                     MOVE "S" TO W-BISSEXTO.
                IF W-RESTO400 = 0
                     MOVE "S" TO W-BISSEXTO.
                IF W-BISSEXTO = "S"
                     MOVE 29 TO W-ULTDIA
                ELSE
                     MOVE 28 TO W-ULTDIA.
       VALIDA-DTNASC-DIA.
                IF DIANASC < 1 OR DIANASC > W-ULTDIA
                     MOVE "DATA NASC. INVALIDA - DIA INEXISTENTE"
                                                     TO W-DTNASC-MSG

           ELSE IF AL-REMARCACAO MOVE "REMARCACAO" TO W-TXOPER
           ELSE IF AL-REM-ORIGINAL
                                  MOVE "HOR.ORIGIN." TO W-TXOPER
           ELSE IF AL-AJUSTE    MOVE "AJUSTE TARD" TO W-TXOPER
           ELSE                 MOVE "DESCONHECIDA" TO W-TXOPER.
       TRADUZ-OPER-FIM.
           EXIT.

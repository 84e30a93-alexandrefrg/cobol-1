      *--------------------[ REGRAS DE FADIGA DA ESCALA ]---------------
      * CONFERENCIA PADRAO DAS REGRAS DE FADIGA DE UM PLANTAO, USADA
      * PELO PLT001 (ESCALA), PLT007 (APROVACAO DE TROCA) E PLT009
      * (CRITICA DO MES SEGUINTE) - VIDE FADWS.CPY. O PLANTAO A
      * CONFERIR ESTA EM REGPLT (CHAVE E PL-CRM); O CADPLT TEM QUE
      * ESTAR ABERTO COM ACESSO DINAMICO. A VARREDURA USA O PROPRIO
      * BUFFER DO REGISTRO, QUE E RESTAURADO NO FIM.
      * HORARIO DOS TURNOS (MESMO DO QUEM-AGORA DO PLT001): MANHA
      * 07-13, TARDE 13-19, NOITE 19-07 DO DIA SEGUINTE. PLANTOES
      * EMENDADOS (INTERVALO ZERO) NAO CONTAM COMO FALTA DE DESCANSO,
      * SALVO NOITE SEGUIDA DE MANHA QUANDO W-FAD-NOITE-MANHA = "S".
      * DIAS SEGUIDOS CONTAM PELA DATA DE INICIO DO PLANTAO.
      * QUEM CHAMA TESTA W-FAD-OK E EXIBE W-FAD-MSG DO SEU JEITO.
       VALIDA-FADIGA.
                MOVE REGPLT TO W-FAD-REGPLT
                MOVE PL-CRM TO W-FAD-CRM
                MOVE PL-DATA TO W-FAD-DATA
                MOVE PL-TURNO TO W-FAD-TURNO
                MOVE PL-ESPEC TO W-FAD-ESPEC
                MOVE "S" TO W-FAD-OK
                MOVE "N" TO W-FAD-ACHOU-DESC W-FAD-ACHOU-NM
                MOVE ZEROS TO W-FAD-QTD W-FAD-QTD-MES W-FAD-QTD-T
                MOVE SPACES TO W-FAD-MENSAGENS
                COMPUTE W-FAD-INT =
                        FUNCTION INTEGER-OF-DATE (W-FAD-DATA)
      * MES DO PLANTAO (PARA O LIMITE MENSAL)
                MOVE W-FAD-DATA TO W-FAD-DATA-AUX
                MOVE "01" TO W-FAD-DATA-AUX (7:2)
                COMPUTE W-FAD-MES-INI =
                        FUNCTION INTEGER-OF-DATE (W-FAD-DATA-AUX)
                COMPUTE W-FAD-INT-AUX = W-FAD-MES-INI + 31
                COMPUTE W-FAD-DATA-AUX =
                        FUNCTION DATE-OF-INTEGER (W-FAD-INT-AUX)
                MOVE "01" TO W-FAD-DATA-AUX (7:2)
                COMPUTE W-FAD-MES-FIM =
                        FUNCTION INTEGER-OF-DATE (W-FAD-DATA-AUX) - 1
      * JANELA DA VARREDURA: O MES INTEIRO E, EM VOLTA DO DIA, O
      * MAXIMO DE DIAS SEGUIDOS MAIS UM (E NO MINIMO A VESPERA E O
      * DIA SEGUINTE, PARA O DESCANSO)
                MOVE W-FAD-MES-INI TO W-FAD-INT-INI
                MOVE W-FAD-MES-FIM TO W-FAD-INT-FIM
                COMPUTE W-FAD-INT-AUX = W-FAD-INT - W-FAD-MAX-SEGUIDOS
                                                  - 1
                IF W-FAD-INT-AUX < W-FAD-INT-INI
                     MOVE W-FAD-INT-AUX TO W-FAD-INT-INI.
                COMPUTE W-FAD-INT-AUX = W-FAD-INT + W-FAD-MAX-SEGUIDOS
                                                  + 1
                IF W-FAD-INT-AUX > W-FAD-INT-FIM
                     MOVE W-FAD-INT-AUX TO W-FAD-INT-FIM.
                COMPUTE W-FAD-DATA-INI =
                        FUNCTION DATE-OF-INTEGER (W-FAD-INT-INI)
                COMPUTE W-FAD-DATA-FIM =
                        FUNCTION DATE-OF-INTEGER (W-FAD-INT-FIM)
                MOVE W-FAD-DATA-INI TO PL-DATA
                MOVE ZEROS TO PL-TURNO PL-ESPEC
                MOVE "N" TO W-FAD-FIM-VARRE
                START CADPLT KEY IS NOT LESS THAN PL-CHAVE
                     INVALID KEY
                          MOVE "S" TO W-FAD-FIM-VARRE.
       VALIDA-FADIGA-LOOP.
                IF W-FAD-FIM-VARRE = "S"
                     GO TO VALIDA-FADIGA-PROPRIO.
                READ CADPLT NEXT RECORD
                     AT END MOVE "S" TO W-FAD-FIM-VARRE
                             GO TO VALIDA-FADIGA-LOOP.
                IF PL-DATA > W-FAD-DATA-FIM
                     MOVE "S" TO W-FAD-FIM-VARRE
                     GO TO VALIDA-FADIGA-LOOP.
                IF PL-CRM NOT = W-FAD-CRM
                     GO TO VALIDA-FADIGA-LOOP.
      * O PROPRIO PLANTAO (EM ALTERACAO OU EM TROCA) NAO CONTA - ELE
      * ENTRA NO FIM COM O CRM QUE SE QUER GRAVAR
                IF PL-DATA = W-FAD-DATA AND PL-TURNO = W-FAD-TURNO
                   AND PL-ESPEC = W-FAD-ESPEC
                     GO TO VALIDA-FADIGA-LOOP.
                COMPUTE W-FAD-INT-AUX =
                        FUNCTION INTEGER-OF-DATE (PL-DATA)
                IF W-FAD-INT-AUX NOT < W-FAD-MES-INI
                   AND W-FAD-INT-AUX NOT > W-FAD-MES-FIM
                     ADD 1 TO W-FAD-QTD-MES.
                IF W-FAD-QTD-T < 149
                     ADD 1 TO W-FAD-QTD-T
                     MOVE W-FAD-INT-AUX TO W-FAD-T-INT (W-FAD-QTD-T)
                     MOVE PL-TURNO TO W-FAD-T-TURNO (W-FAD-QTD-T).
                GO TO VALIDA-FADIGA-LOOP.
       VALIDA-FADIGA-PROPRIO.
                MOVE W-FAD-REGPLT TO REGPLT
                ADD 1 TO W-FAD-QTD-MES
                ADD 1 TO W-FAD-QTD-T
                MOVE W-FAD-INT TO W-FAD-T-INT (W-FAD-QTD-T)
                MOVE W-FAD-TURNO TO W-FAD-T-TURNO (W-FAD-QTD-T)
      *--- LIMITE DE PLANTOES NO MES
                IF W-FAD-REGRA-MES = "S" AND W-FAD-MAX-MES NOT = ZEROS
                   AND W-FAD-QTD-MES > W-FAD-MAX-MES
                     MOVE W-FAD-QTD-MES TO W-FAD-ED3
                     MOVE W-FAD-MAX-MES TO W-FAD-ED2
                     MOVE SPACES TO W-FAD-TEXTO
                     STRING W-FAD-ED3 " PLANTOES NO MES - LIMITE "
                                                  DELIMITED BY SIZE
                            W-FAD-ED2             DELIMITED BY SIZE
                            INTO W-FAD-TEXTO
                     PERFORM VALIDA-FADIGA-ANOTA
                        THRU VALIDA-FADIGA-ANOTA-FIM.
      *--- DESCANSO E NOITE SEGUIDA DE MANHA (PLANTAO X CADA OUTRO)
                COMPUTE W-FAD-INI0 = (W-FAD-INT * 24) + 7
                                   + ((W-FAD-TURNO - 1) * 6)
                COMPUTE W-FAD-FIM0 = W-FAD-INI0 + 6
                IF W-FAD-TURNO = 3
                     ADD 6 TO W-FAD-FIM0.
                MOVE ZEROS TO W-FAD-IDX.
       VALIDA-FADIGA-DESCANSO.
                ADD 1 TO W-FAD-IDX
                IF W-FAD-IDX NOT < W-FAD-QTD-T
                     GO TO VALIDA-FADIGA-SEGUIDOS.
                COMPUTE W-FAD-INI1 = (W-FAD-T-INT (W-FAD-IDX) * 24)
                                   + 7
                                   + ((W-FAD-T-TURNO (W-FAD-IDX) - 1)
                                      * 6)
                COMPUTE W-FAD-FIM1 = W-FAD-INI1 + 6
                IF W-FAD-T-TURNO (W-FAD-IDX) = 3
                     ADD 6 TO W-FAD-FIM1.
      * SOBREPOSICAO (MESMO TURNO EM OUTRA ESPECIALIDADE) E ASSUNTO DO
      * CHECA-DUPLO, NAO DO DESCANSO
                IF W-FAD-INI1 < W-FAD-FIM0 AND W-FAD-INI0 < W-FAD-FIM1
                     GO TO VALIDA-FADIGA-DESCANSO.
                IF W-FAD-INI1 NOT < W-FAD-FIM0
                     COMPUTE W-FAD-INTERVALO = W-FAD-INI1 - W-FAD-FIM0
                ELSE
                     COMPUTE W-FAD-INTERVALO = W-FAD-INI0 - W-FAD-FIM1.
      * INTERVALO ZERO ENTRE NOITE E MANHA SO ACONTECE COM A MANHA
      * DO DIA SEGUINTE A NOITE
                IF W-FAD-INTERVALO = ZEROS AND W-FAD-NOITE-MANHA = "S"
                   AND W-FAD-ACHOU-NM = "N"
                   AND (W-FAD-TURNO = 3
                        OR W-FAD-T-TURNO (W-FAD-IDX) = 3)
                   AND (W-FAD-TURNO = 1
                        OR W-FAD-T-TURNO (W-FAD-IDX) = 1)
                     MOVE "S" TO W-FAD-ACHOU-NM
                     MOVE "MANHA EMENDADA COM PLANTAO NOTURNO"
                                                     TO W-FAD-TEXTO
                     PERFORM VALIDA-FADIGA-ANOTA
                        THRU VALIDA-FADIGA-ANOTA-FIM.
                IF W-FAD-INTERVALO > ZEROS
                   AND W-FAD-INTERVALO < W-FAD-DESCANSO
                   AND W-FAD-ACHOU-DESC = "N"
                     MOVE "S" TO W-FAD-ACHOU-DESC
                     MOVE W-FAD-DESCANSO TO W-FAD-ED2
                     MOVE SPACES TO W-FAD-TEXTO
                     STRING "DESCANSO MENOR QUE " DELIMITED BY SIZE
                            W-FAD-ED2             DELIMITED BY SIZE
                            " HORAS"              DELIMITED BY SIZE
                            INTO W-FAD-TEXTO
                     PERFORM VALIDA-FADIGA-ANOTA
                        THRU VALIDA-FADIGA-ANOTA-FIM.
                GO TO VALIDA-FADIGA-DESCANSO.
      *--- DIAS SEGUIDOS DE PLANTAO EM VOLTA DO DIA
       VALIDA-FADIGA-SEGUIDOS.
                IF W-FAD-MAX-SEGUIDOS = ZEROS
                     GO TO VALIDA-FADIGA-FIM.
                MOVE 1 TO W-FAD-SEGUIDOS
                MOVE W-FAD-INT TO W-FAD-INT-AUX.
       VALIDA-FADIGA-ANTES.
                SUBTRACT 1 FROM W-FAD-INT-AUX
                PERFORM VALIDA-FADIGA-TEM-DIA
                   THRU VALIDA-FADIGA-TEM-DIA-FIM
                IF W-FAD-ACHOU = "S"
                     ADD 1 TO W-FAD-SEGUIDOS
                     GO TO VALIDA-FADIGA-ANTES.
                MOVE W-FAD-INT TO W-FAD-INT-AUX.
       VALIDA-FADIGA-DEPOIS.
                ADD 1 TO W-FAD-INT-AUX
                PERFORM VALIDA-FADIGA-TEM-DIA
                   THRU VALIDA-FADIGA-TEM-DIA-FIM
                IF W-FAD-ACHOU = "S"
                     ADD 1 TO W-FAD-SEGUIDOS
                     GO TO VALIDA-FADIGA-DEPOIS.
                IF W-FAD-SEGUIDOS > W-FAD-MAX-SEGUIDOS
                     MOVE W-FAD-SEGUIDOS TO W-FAD-ED3
                     MOVE W-FAD-MAX-SEGUIDOS TO W-FAD-ED2
                     MOVE SPACES TO W-FAD-TEXTO
                     STRING W-FAD-ED3 " DIAS SEGUIDOS - LIMITE "
                                                  DELIMITED BY SIZE
                            W-FAD-ED2             DELIMITED BY SIZE
                            INTO W-FAD-TEXTO
                     PERFORM VALIDA-FADIGA-ANOTA
                        THRU VALIDA-FADIGA-ANOTA-FIM.
       VALIDA-FADIGA-FIM.
                EXIT.
      * O MEDICO TEM PLANTAO NO DIA W-FAD-INT-AUX?
       VALIDA-FADIGA-TEM-DIA.
                MOVE "N" TO W-FAD-ACHOU
                MOVE ZEROS TO W-FAD-IDX.
       VALIDA-FADIGA-TEM-DIA-LOOP.
                ADD 1 TO W-FAD-IDX
                IF W-FAD-IDX > W-FAD-QTD-T
                     GO TO VALIDA-FADIGA-TEM-DIA-FIM.
                IF W-FAD-T-INT (W-FAD-IDX) = W-FAD-INT-AUX
                     MOVE "S" TO W-FAD-ACHOU
                     GO TO VALIDA-FADIGA-TEM-DIA-FIM.
                GO TO VALIDA-FADIGA-TEM-DIA-LOOP.
       VALIDA-FADIGA-TEM-DIA-FIM.
                EXIT.
      * REGISTRA UMA REGRA FERIDA (UMA MENSAGEM POR REGRA)
       VALIDA-FADIGA-ANOTA.
                MOVE "N" TO W-FAD-OK
                IF W-FAD-QTD < 4
                     ADD 1 TO W-FAD-QTD
                     MOVE W-FAD-TEXTO TO W-FAD-MSG (W-FAD-QTD).
       VALIDA-FADIGA-ANOTA-FIM.
                EXIT.

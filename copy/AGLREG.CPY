      * ARQUIVO INDEXADO - CHAVE AL-CHAVE (DATA + HORA + SEQ DO
      * MOVIMENTO). O AL-SEQ DESEMPATA DOIS MOVIMENTOS GRAVADOS NO
      * MESMO SEGUNDO (VIDE GRAVA-AGL-TENTA EM AGD001).
      * O AJUSTE TARDIO DE SITUACAO EM MES JA FECHADO (AGD050) ENTRA
      * COMO OPERACAO "J", COM O SUPERVISOR QUE AUTORIZOU EM
      * AL-OPERADOR - E A UNICA MUDANCA DE MES FECHADO QUE A
      * RECUPERACAO (AGD019) REAPLICA (VIDE FECREG.CPY).
      *-----------------------------------------------------------------
       01  REGAGL.
           03  AL-CHAVE.
               88  AL-SITUACAO             VALUE "S".
               88  AL-REMARCACAO         VALUE "R".
               88  AL-REM-ORIGINAL       VALUE "O".
               88  AL-AJUSTE               VALUE "J".
           03  AL-OPERADOR         PIC X(08).
           03  AL-AGCRM            PIC 9(06).
           03  AL-AGDATA           PIC X(08).
           03  AL-DTMARC           PIC 9(08).
           03  AL-HRMARC           PIC 9(04).
           03  AL-UNIDADE          PIC 9(02).
           03  AL-AUTORIZ          PIC X(20).
           03  AL-AUTVAL           PIC 9(08).
           03  AL-SERIE            PIC 9(14).
           03  AL-MODAL            PIC X(01).
           03  AL-LINK             PIC X(20).
           03  AL-CID              PIC X(04).
           03  AL-RET-ORIGEM       PIC X(18).

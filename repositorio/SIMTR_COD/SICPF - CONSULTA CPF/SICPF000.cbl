      *                   RETORNO "05", QUE TAMBEM FICA EM ARQ-REGUSO  *
      *                   PARA O RELATORIO DO SICPF020. LISTA VAZIA    *
      *                   MANTEM A REGRA ABERTA A TODOS.               *
      *  2026-10-15  MRS  CONFERENCIA DOS DIGITOS VERIFICADORES DO CPF *
      *                   (MODULO 11, ROTINA COMUM DIGVER01) LOGO APOS *
      *                   O TESTE DE CPF NAO INFORMADO. CPF COM DV QUE *
      *                   NAO CONFERE (OU COM TODOS OS DIGITOS IGUAIS) *
      *                   E RECUSADO COM O NOVO RETORNO "06", QUE      *
      *                   TAMBEM FICA EM ARQ-REGUSO. ANTES QUALQUER    *
      *                   CPF DIFERENTE DE ZERO SAIA "CPF VALIDADO".   *
      *  2026-10-15  MRS  CONFERENCIA DA BASE LEGAL LGPD (ARQ-BASELEG, *
      *                   MANTIDO PELO PESPO691) PARA O CPF + SISTEMA  *
      *                   DA AREA-DE-CONTROLE, COM CNPJ SOLICITANTE    *
      *                   ZERO, DEPOIS DAS DEMAIS VALIDACOES. SEM BASE *
      *                   VIGENTE (OU CADASTRO INACESSIVEL) A CONSULTA *
      *                   E RECUSADA COM O NOVO RETORNO "07", QUE      *
      *                   TAMBEM FICA EM ARQ-REGUSO, E A AUDITORIA     *
      *                   REGISTRA A OPERACAO SEM-BASE-LEGAL. A BASE E *
      *                   A FINALIDADE DA CONSULTA PASSAM A SER        *
      *                   GRAVADAS NA TRILHA (AUDIT010).               *
      ******************************************************************

      ******************************************************************
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WK-FS-BLOQNIS.

           SELECT ARQ-BASELEG ASSIGN TO BASELEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLG-CHAVE
               FILE STATUS IS WK-FS-BASELEG.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
           05 BLQ-HR-INCLUSAO         PIC X(006).
           05 BLQ-NIS-GESTOR          PIC 9(011).

      *----------------------------------------------------------------*
      *    CADASTRO DE BASE LEGAL LGPD (MESMO LAYOUT CONSULTADO POR    *
      *    PESPO600), MANTIDO PELO PESPO691. A CONSULTA CPF NAO TEM    *
      *    SOLICITANTE EXTERNO: A CHAVE USA O CNPJ SOLICITANTE ZERO.   *
      *----------------------------------------------------------------*
       FD  ARQ-BASELEG
           RECORDING MODE IS F.
       01  REG-BASELEG.
           05 BLG-CHAVE.
              07 BLG-CPF-CNPJ         PIC 9(014).
              07 BLG-CNPJ-SOLICITANTE PIC 9(014).
              07 BLG-SISTEMA          PIC X(006).
           05 BLG-CO-BASE-LEGAL       PIC X(002).
           05 BLG-CO-FINALIDADE       PIC X(010).
           05 BLG-DT-CONCESSAO        PIC X(008).
           05 BLG-DT-VALIDADE         PIC X(008).
           05 BLG-CO-SITUACAO         PIC X(001).
              88 BLG-ATIVA                       VALUE "A".
           05 BLG-DT-REVOGACAO        PIC X(008).
           05 BLG-DT-ATUALIZACAO      PIC X(008).
           05 BLG-HR-ATUALIZACAO      PIC X(006).
           05 BLG-NIS-GESTOR          PIC 9(011).

       WORKING-STORAGE SECTION.
       77  WK-CO-RETORNO              PIC X(002) VALUE "00".
       77  WK-DS-RETORNO              PIC X(040) VALUE SPACES.
       77  WK-FS-REGUSO               PIC X(002) VALUE "00".
       77  WK-FS-REGCAD               PIC X(002) VALUE "00".
       77  WK-FS-BLOQNIS              PIC X(002) VALUE "00".
       77  WK-FS-BASELEG              PIC X(002) VALUE "00".
       77  WK-SW-REGRA-OK             PIC X(001) VALUE "N".
           88 REGRA-ACEITA                       VALUE "S".
           88 REGRA-RECUSADA                     VALUE "N".
       77  WK-SW-BLOQUEIO             PIC X(001) VALUE "N".
           88 USUARIO-BLOQUEADO                  VALUE "S".
           88 USUARIO-PERMITIDO                  VALUE "N".
       77  WK-SW-BASE-LEGAL           PIC X(001) VALUE "S".
           88 BASE-LEGAL-VIGENTE                 VALUE "S".
           88 BASE-LEGAL-AUSENTE                 VALUE "N".
       77  WK-BLG-CO-BASE-LEGAL       PIC X(002) VALUE SPACES.
       77  WK-BLG-CO-FINALIDADE       PIC X(010) VALUE SPACES.
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-HORA-AGORA              PIC X(006) VALUE SPACES.

       01  WK-DIGVER01-PARM.
           05 WK-DV-NU-DOCUMENTO       PIC 9(014).
           05 WK-DV-TIPO-PESSOA        PIC 9(001).
           05 WK-DV-CO-RESULTADO       PIC X(001).
              88 DIGITO-CONFERE                  VALUE "S".
              88 DIGITO-NAO-CONFERE              VALUE "N".

       01  WK-AUDIT010-PARM.
           05 WK-AUD-NIS               PIC 9(011).
           05 WK-AUD-NIVEL-AUTENT      PIC X(002).
           05 WK-AUD-FUNCAO            PIC X(010).
           05 WK-AUD-NO-PROGRAMA       PIC X(008).
           05 WK-AUD-CPF-CNPJ          PIC 9(014).
           05 WK-AUD-CO-BASE-LEGAL     PIC X(002).
           05 WK-AUD-CO-FINALIDADE     PIC X(010).
           05 WK-AUD-CO-RETORNO        PIC X(002).

       LINKAGE SECTION.
           MOVE SPACES  TO WK-DS-RETORNO.
           SET CPF-VALIDO TO TRUE.
           SET SISTEMA-AUTORIZADO TO TRUE.
           SET BASE-LEGAL-VIGENTE TO TRUE.
           MOVE SPACES  TO WK-BLG-CO-BASE-LEGAL.
           MOVE SPACES  TO WK-BLG-CO-FINALIDADE.
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
       1000-INICIALIZAR-EXIT.
               MOVE "CPF NAO INFORMADO"  TO WK-DS-RETORNO
               GO TO 2000-VALIDAR-CPF-EXIT
           END-IF.
           PERFORM 2020-CONFERIR-DIGITO
               THRU 2020-CONFERIR-DIGITO-EXIT.
           IF DIGITO-NAO-CONFERE
               SET CPF-INVALIDO TO TRUE
               MOVE "06"                          TO WK-CO-RETORNO
               MOVE "CPF COM DIGITO VERIFICADOR INVALIDO"
                                                   TO WK-DS-RETORNO
               GO TO 2000-VALIDAR-CPF-EXIT
           END-IF.
           IF LK_CO_REGRA_NEG OF AREA-DE-ENTRADA-SALDO = SPACES
               SET CPF-INVALIDO TO TRUE
               MOVE "02"                          TO WK-CO-RETORNO
                                                   TO WK-DS-RETORNO
               GO TO 2000-VALIDAR-CPF-EXIT
           END-IF.
           PERFORM 2200-VERIFICAR-BASE-LEGAL
               THRU 2200-VERIFICAR-BASE-LEGAL-EXIT.
           IF BASE-LEGAL-AUSENTE
               SET CPF-INVALIDO TO TRUE
               MOVE "07"                          TO WK-CO-RETORNO
               MOVE "SEM BASE LEGAL VIGENTE PARA A CONSULTA"
                                                   TO WK-DS-RETORNO
               GO TO 2000-VALIDAR-CPF-EXIT
           END-IF.
           MOVE "00"           TO WK-CO-RETORNO.
           MOVE "CPF VALIDADO" TO WK-DS-RETORNO.
       2000-VALIDAR-CPF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONFERE OS DOIS DIGITOS VERIFICADORES DO CPF INFORMADO      *
      *    PELA ROTINA COMUM DIGVER01 (MODULO 11), A MESMA USADA PELA  *
      *    PESPO600 NA ENTRADA DO DOSSIE.                              *
      *----------------------------------------------------------------*
       2020-CONFERIR-DIGITO.
           MOVE LK_NU_CPF OF AREA-DE-ENTRADA-SALDO
                                            TO WK-DV-NU-DOCUMENTO.
           MOVE 1                           TO WK-DV-TIPO-PESSOA.
           CALL "DIGVER01" USING WK-DIGVER01-PARM.
       2020-CONFERIR-DIGITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    VERIFICA NA LISTA DE BLOQUEIO (ARQ-BLOQNIS) SE O PAR NIS    *
      *    DO USUARIO + CPF CONSULTADO ESTA IMPEDIDO. LISTA            *
       2160-COMPARAR-SISTEMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONFERE NO CADASTRO DE BASE LEGAL (LGPD) SE HA HIPOTESE     *
      *    VIGENTE PARA O CPF + SISTEMA DA AREA-DE-CONTROLE: SITUACAO  *
      *    ATIVA, CONCESSAO ATE HOJE E VALIDADE EM BRANCO OU A PARTIR  *
      *    DE HOJE. COMO NO CADASTRO DE REGRAS, CADASTRO INACESSIVEL   *
      *    RECUSA A CONSULTA. A BASE E A FINALIDADE ENCONTRADAS SEGUEM *
      *    PARA A AUDITORIA (3000).                                    *
      *----------------------------------------------------------------*
       2200-VERIFICAR-BASE-LEGAL.
           SET BASE-LEGAL-AUSENTE TO TRUE.
           OPEN INPUT ARQ-BASELEG.
           IF WK-FS-BASELEG NOT = "00"
               DISPLAY "SICPF000 - CADASTRO DE BASE LEGAL "
                       "INDISPONIVEL, FS=" WK-FS-BASELEG
               GO TO 2200-VERIFICAR-BASE-LEGAL-EXIT
           END-IF.
           MOVE LK_NU_CPF OF AREA-DE-ENTRADA-SALDO TO BLG-CPF-CNPJ.
           MOVE ZERO                      TO BLG-CNPJ-SOLICITANTE.
           MOVE SISTEMA OF AREA-DE-CONTROLE TO BLG-SISTEMA.
           READ ARQ-BASELEG
               INVALID KEY
                   GO TO 2200-VERIFICAR-BASE-FECHAR
           END-READ.
           IF WK-FS-BASELEG NOT = "00"
               GO TO 2200-VERIFICAR-BASE-FECHAR
           END-IF.
           IF NOT BLG-ATIVA
              OR BLG-DT-CONCESSAO > WK-DATA-HOJE
               GO TO 2200-VERIFICAR-BASE-FECHAR
           END-IF.
           IF BLG-DT-VALIDADE NOT = SPACES
              AND BLG-DT-VALIDADE < WK-DATA-HOJE
               GO TO 2200-VERIFICAR-BASE-FECHAR
           END-IF.
           SET BASE-LEGAL-VIGENTE TO TRUE.
           MOVE BLG-CO-BASE-LEGAL TO WK-BLG-CO-BASE-LEGAL.
           MOVE BLG-CO-FINALIDADE TO WK-BLG-CO-FINALIDADE.
       2200-VERIFICAR-BASE-FECHAR.
           CLOSE ARQ-BASELEG.
       2200-VERIFICAR-BASE-LEGAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA NA TRILHA DE AUDITORIA (AUDIT010/AUDITREG) O       *
      *    ACESSO A CONSULTA CPF, USANDO OS DADOS DE IDENTIFICACAO DO  *
           IF USUARIO-BLOQUEADO
               MOVE "ACESSO-BLOQUEADO" TO WK-AUD-OPERACAO
           ELSE
               IF BASE-LEGAL-AUSENTE
                   MOVE "SEM-BASE-LEGAL" TO WK-AUD-OPERACAO
               ELSE
                   MOVE OPERACAO OF AREA-DE-CONTROLE TO WK-AUD-OPERACAO
               END-IF
           END-IF.
           MOVE SISTEMA     OF AREA-DE-CONTROLE TO WK-AUD-SISTEMA.
           MOVE FUNCAO      OF AREA-DE-CONTROLE TO WK-AUD-FUNCAO.
           MOVE NO-PROGRAMA OF AREA-DE-CONTROLE TO WK-AUD-NO-PROGRAMA.
           MOVE LK_NU_CPF OF AREA-DE-ENTRADA-SALDO
                                                 TO WK-AUD-CPF-CNPJ.
           MOVE WK-BLG-CO-BASE-LEGAL            TO WK-AUD-CO-BASE-LEGAL.
           MOVE WK-BLG-CO-FINALIDADE            TO WK-AUD-CO-FINALIDADE.
           CALL "AUDIT010" USING WK-AUDIT010-PARM.
           IF WK-AUD-CO-RETORNO NOT = "00"
               DISPLAY "SICPF000 - AUDITORIA NAO GRAVADA, CO-RETORNO="

      ******************************************************************
      *  PROGRAM-ID  : PESPO692                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PESPO692.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - MANUTENCAO DO CADASTRO   *
      *                   DE CONTESTACOES DE OCORRENCIAS               *
      *                   (ARQ-CONTOCOR) POR DOCUMENTO + BURO +        *
      *                   OCR-NU-REFERENCIA. QUANDO O CLIENTE PROVA    *
      *                   QUE UMA NEGATIVACAO ESTA EM DISPUTA COM O    *
      *                   CREDOR (PROTESTO DO SERASA, REGISTRO DO      *
      *                   CADIN ETC.), O ANALISTA ABRE A CONTESTACAO   *
      *                   COM PRAZO; ENQUANTO ABERTA, O PESPO600       *
      *                   APLICA A OCORRENCIA O PESO PROPRIO DE        *
      *                   CONTESTACAO NA NOTA E MARCA O EXTRATO E O    *
      *                   HISTORICO, E A SEGUNDA VIA (PESPO651) EMITE  *
      *                   A RESSALVA. O DESFECHO                       *
      *                   (PROCEDENTE/IMPROCEDENTE) E A PRORROGACAO DO *
      *                   PRAZO TAMBEM PASSAM POR AQUI, COM TRILHA DE  *
      *                   AUDITORIA (AUDIT010) DE CADA ACAO. AS        *
      *                   VENCIDAS SEM DESFECHO SAEM NO PESPO654.      *
      *                   PRAZO INFORMADO TEM DE SER DATA AAAAMMDD     *
      *                   VALIDA.                                      *
      ******************************************************************

      ******************************************************************
      *  FUNCAO : CADA REGISTRO DE ARQ-COMANDOS TRAZ O NIS DO          *
      *           ANALISTA, A ACAO E A CHAVE DA OCORRENCIA:            *
      *             "A" - ABRIR A CONTESTACAO (OU REABRIR UMA JA       *
      *                   DECIDIDA, QUANDO HOUVER NOVA DISPUTA). PRAZO *
      *                   EM BRANCO VALE HOJE + 30 DIAS                *
      *             "P" - DESFECHO PROCEDENTE (O CLIENTE TINHA RAZAO)  *
      *             "I" - DESFECHO IMPROCEDENTE (A OCORRENCIA VALE)    *
      *             "D" - PRORROGAR O PRAZO DE UMA CONTESTACAO ABERTA  *
      *           DESFECHO E PRORROGACAO SO VALEM PARA CONTESTACAO     *
      *           ABERTA. O REGISTRO GUARDA O NIS DO ULTIMO ANALISTA   *
      *           QUE AGIU; A SEQUENCIA COMPLETA FICA NA AUDITORIA.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COMANDOS ASSIGN TO ARQCOMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-COMANDOS.

           SELECT ARQ-CONTOCOR ASSIGN TO CONTOCOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTO-CHAVE
               FILE STATUS IS WK-FS-CONTOCOR.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    NO DESFECHO SO A CHAVE E OBRIGATORIA; NA PRORROGACAO, A     *
      *    CHAVE E O NOVO PRAZO. A OBSERVACAO, QUANDO INFORMADA,       *
      *    SUBSTITUI A ANTERIOR.                                       *
      *----------------------------------------------------------------*
       FD  ARQ-COMANDOS
           RECORDING MODE IS F.
       01  REG-COMANDO.
           05 CMD-NIS-ANALISTA        PIC 9(011).
           05 CMD-CO-ACAO             PIC X(001).
              88 CMD-ACAO-ABRIR                  VALUE "A".
              88 CMD-ACAO-DESFECHO               VALUE "P" "I".
              88 CMD-ACAO-PRORROGAR              VALUE "D".
              88 CMD-ACAO-VALIDA                 VALUE "A" "P" "I"
                                                       "D".
           05 CMD-CPF-CNPJ            PIC 9(014).
           05 CMD-CO-BURO             PIC X(006).
           05 CMD-NU-REFERENCIA       PIC X(020).
           05 CMD-DT-PRAZO            PIC X(008).
           05 CMD-DS-OBSERVACAO       PIC X(040).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT CONSULTADO POR PESPO600, PESPO651 E PESPO654.  *
      *    SITUACAO "A" ABERTA, "P" PROCEDENTE, "I" IMPROCEDENTE.      *
      *----------------------------------------------------------------*
       FD  ARQ-CONTOCOR
           RECORDING MODE IS F.
       01  REG-CONTOCOR.
           05 CTO-CHAVE.
              07 CTO-CPF-CNPJ         PIC 9(014).
              07 CTO-CO-BURO          PIC X(006).
              07 CTO-NU-REFERENCIA    PIC X(020).
           05 CTO-CO-SITUACAO         PIC X(001).
              88 CTO-ABERTA                      VALUE "A".
           05 CTO-DT-ABERTURA         PIC X(008).
           05 CTO-DT-PRAZO            PIC X(008).
           05 CTO-NIS-ANALISTA        PIC 9(011).
           05 CTO-DT-DESFECHO         PIC X(008).
           05 CTO-DT-ATUALIZACAO      PIC X(008).
           05 CTO-HR-ATUALIZACAO      PIC X(006).
           05 CTO-DS-OBSERVACAO       PIC X(040).

       WORKING-STORAGE SECTION.
       77  WK-FS-COMANDOS             PIC X(002) VALUE "00".
       77  WK-FS-CONTOCOR             PIC X(002) VALUE "00".
       77  WK-SW-FIM-ARQUIVO          PIC X(001) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
           88 NAO-FIM-ARQUIVO                    VALUE "N".
       77  WK-SW-CMD-VALIDO           PIC X(001) VALUE "S".
           88 COMANDO-VALIDO                     VALUE "S".
           88 COMANDO-INVALIDO                   VALUE "N".
       77  WK-QT-LIDOS                PIC 9(005) VALUE ZERO.
       77  WK-QT-APLICADOS            PIC 9(005) VALUE ZERO.
       77  WK-QT-REJEITADOS           PIC 9(005) VALUE ZERO.
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-DATA-HOJE-NUM REDEFINES WK-DATA-HOJE
                                      PIC 9(008).
       77  WK-HORA-AGORA              PIC X(006) VALUE SPACES.
       77  WK-QT-DIAS-PRAZO           PIC 9(003) VALUE 30.
       77  WK-DIAS-PRAZO              PIC 9(008) COMP VALUE ZERO.
       77  WK-DATA-PRAZO-NUM          PIC 9(008) VALUE ZERO.
       77  WK-DT-PRAZO                PIC X(008) VALUE SPACES.

      *----------------------------------------------------------------*
      *    PRAZO INFORMADO A VALIDAR (2250-VALIDAR-DATA).              *
      *----------------------------------------------------------------*
       01  WK-DATA-VALIDAR            PIC X(008) VALUE SPACES.
       01  WK-DATA-VALIDAR-R REDEFINES WK-DATA-VALIDAR.
           05 WK-DV-ANO               PIC 9(004).
           05 WK-DV-MES               PIC 9(002).
           05 WK-DV-DIA               PIC 9(002).

       01  WK-AUDIT010-PARM.
           05 WK-AUD-NIS               PIC 9(011).
           05 WK-AUD-NIVEL-AUTENT      PIC X(002).
           05 WK-AUD-OPERACAO          PIC X(016).
           05 WK-AUD-SISTEMA           PIC X(006).
           05 WK-AUD-FUNCAO            PIC X(010).
           05 WK-AUD-NO-PROGRAMA       PIC X(008).
           05 WK-AUD-CPF-CNPJ          PIC 9(014).
           05 WK-AUD-CO-BASE-LEGAL     PIC X(002).
           05 WK-AUD-CO-FINALIDADE     PIC X(010).
           05 WK-AUD-CO-RETORNO        PIC X(002).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-COMANDOS
               THRU 2000-PROCESSAR-COMANDOS-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           SET NAO-FIM-ARQUIVO TO TRUE.
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
           OPEN INPUT ARQ-COMANDOS.
           IF WK-FS-COMANDOS NOT = "00"
               DISPLAY "PESPO692 - NADA A PROCESSAR, FS="
                       WK-FS-COMANDOS
               SET FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O ARQ-CONTOCOR.
           IF WK-FS-CONTOCOR = "35"
               OPEN OUTPUT ARQ-CONTOCOR
               CLOSE       ARQ-CONTOCOR
               OPEN I-O    ARQ-CONTOCOR
           END-IF.
           IF WK-FS-CONTOCOR NOT = "00"
               DISPLAY "PESPO692 - ERRO AO ABRIR ARQ-CONTOCOR, FS="
                       WK-FS-CONTOCOR
               SET FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 2100-LER-COMANDO
               THRU 2100-LER-COMANDO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

       2000-PROCESSAR-COMANDOS.
           PERFORM 2200-VALIDAR-COMANDO
               THRU 2200-VALIDAR-COMANDO-EXIT.
           IF COMANDO-VALIDO
               PERFORM 2300-APLICAR-COMANDO
                   THRU 2300-APLICAR-COMANDO-EXIT
           END-IF.
           IF COMANDO-VALIDO
               PERFORM 3000-GRAVAR-AUDITORIA
                   THRU 3000-GRAVAR-AUDITORIA-EXIT
               ADD 1 TO WK-QT-APLICADOS
           ELSE
               ADD 1 TO WK-QT-REJEITADOS
           END-IF.
           PERFORM 2100-LER-COMANDO
               THRU 2100-LER-COMANDO-EXIT.
       2000-PROCESSAR-COMANDOS-EXIT.
           EXIT.

       2100-LER-COMANDO.
           READ ARQ-COMANDOS
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 2100-LER-COMANDO-EXIT
           END-READ.
           ADD 1 TO WK-QT-LIDOS.
       2100-LER-COMANDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    NIS DO ANALISTA E CHAVE COMPLETA SAO SEMPRE OBRIGATORIOS,   *
      *    E SO OS SETE BUROS DO DOSSIE SAO ACEITOS. NA ABERTURA O     *
      *    PRAZO E OPCIONAL (PADRAO DE 30 DIAS); NA PRORROGACAO E      *
      *    OBRIGATORIO. PRAZO INFORMADO TEM DE SER DATA AAAAMMDD       *
      *    VALIDA E NUNCA PODE SER ANTERIOR A HOJE.                    *
      *----------------------------------------------------------------*
       2200-VALIDAR-COMANDO.
           SET COMANDO-VALIDO TO TRUE.
           IF NOT CMD-ACAO-VALIDA
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO692 - ACAO INVALIDA: " CMD-CO-ACAO
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-NIS-ANALISTA NOT NUMERIC
              OR CMD-NIS-ANALISTA = ZERO
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO692 - NIS DO ANALISTA NAO INFORMADO, "
                       "DOC " CMD-CPF-CNPJ
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-CPF-CNPJ NOT NUMERIC
              OR CMD-CPF-CNPJ = ZERO
              OR CMD-NU-REFERENCIA = SPACES
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO692 - CHAVE INCOMPLETA, NIS ANALISTA "
                       CMD-NIS-ANALISTA
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-CO-BURO NOT = "SERASA" AND CMD-CO-BURO NOT = "CADIN"
              AND CMD-CO-BURO NOT = "SINAD" AND CMD-CO-BURO NOT = "CCF"
              AND CMD-CO-BURO NOT = "SPC" AND CMD-CO-BURO NOT = "SICOW"
              AND CMD-CO-BURO NOT = "SCR"
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO692 - BURO DESCONHECIDO: " CMD-CO-BURO
                       " DOC " CMD-CPF-CNPJ
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-ACAO-PRORROGAR
              AND CMD-DT-PRAZO = SPACES
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO692 - PRORROGACAO SEM PRAZO, DOC "
                       CMD-CPF-CNPJ " REF " CMD-NU-REFERENCIA
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-ACAO-DESFECHO
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           IF CMD-DT-PRAZO = SPACES
               GO TO 2200-VALIDAR-COMANDO-EXIT
           END-IF.
           MOVE CMD-DT-PRAZO TO WK-DATA-VALIDAR.
           PERFORM 2250-VALIDAR-DATA
               THRU 2250-VALIDAR-DATA-EXIT.
           IF COMANDO-INVALIDO
              OR CMD-DT-PRAZO < WK-DATA-HOJE
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO692 - PRAZO INVALIDO " CMD-DT-PRAZO
                       ", DOC " CMD-CPF-CNPJ
                       " REF " CMD-NU-REFERENCIA
           END-IF.
       2200-VALIDAR-COMANDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DATA AAAAMMDD NUMERICA, MES 01-12, DIA 01-31, ANO >= 2000.  *
      *----------------------------------------------------------------*
       2250-VALIDAR-DATA.
           IF WK-DATA-VALIDAR NOT NUMERIC
               SET COMANDO-INVALIDO TO TRUE
               GO TO 2250-VALIDAR-DATA-EXIT
           END-IF.
           IF WK-DV-MES < 1 OR WK-DV-MES > 12
              OR WK-DV-DIA < 1 OR WK-DV-DIA > 31
              OR WK-DV-ANO < 2000
               SET COMANDO-INVALIDO TO TRUE
           END-IF.
       2250-VALIDAR-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    "A" GRAVA A CHAVE COMO ABERTA; CONTESTACAO JA ABERTA PARA A *
      *    MESMA OCORRENCIA E REJEITADA (USE "D" PARA PRORROGAR), E    *
      *    UMA JA DECIDIDA E REABERTA COM NOVA ABERTURA E NOVO PRAZO.  *
      *    "P"/"I" REGISTRAM O DESFECHO COM A DATA DE HOJE E "D"       *
      *    TROCA O PRAZO; OS TRES EXIGEM CONTESTACAO ABERTA.           *
      *----------------------------------------------------------------*
       2300-APLICAR-COMANDO.
           MOVE CMD-CPF-CNPJ      TO CTO-CPF-CNPJ.
           MOVE CMD-CO-BURO       TO CTO-CO-BURO.
           MOVE CMD-NU-REFERENCIA TO CTO-NU-REFERENCIA.
           READ ARQ-CONTOCOR
               INVALID KEY
                   GO TO 2300-APLICAR-INEXISTENTE
           END-READ.
           IF CMD-ACAO-ABRIR
               IF CTO-ABERTA
                   SET COMANDO-INVALIDO TO TRUE
                   DISPLAY "PESPO692 - CONTESTACAO JA ABERTA, DOC "
                           CMD-CPF-CNPJ " REF " CMD-NU-REFERENCIA
                           " PRAZO " CTO-DT-PRAZO
                   GO TO 2300-APLICAR-COMANDO-EXIT
               END-IF
               PERFORM 2310-MONTAR-ABERTURA
                   THRU 2310-MONTAR-ABERTURA-EXIT
               REWRITE REG-CONTOCOR
               DISPLAY "PESPO692 - REABERTA DOC " CMD-CPF-CNPJ
                       " BURO " CMD-CO-BURO
                       " REF " CMD-NU-REFERENCIA
                       " PRAZO " CTO-DT-PRAZO
                       " POR NIS " CMD-NIS-ANALISTA
               GO TO 2300-APLICAR-COMANDO-EXIT
           END-IF.
           IF NOT CTO-ABERTA
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO692 - CONTESTACAO NAO ESTA ABERTA ("
                       CTO-CO-SITUACAO "), DOC " CMD-CPF-CNPJ
                       " REF " CMD-NU-REFERENCIA
               GO TO 2300-APLICAR-COMANDO-EXIT
           END-IF.
           IF CMD-ACAO-PRORROGAR
               MOVE CMD-DT-PRAZO TO CTO-DT-PRAZO
           ELSE
               MOVE CMD-CO-ACAO  TO CTO-CO-SITUACAO
               MOVE WK-DATA-HOJE TO CTO-DT-DESFECHO
           END-IF.
           IF CMD-DS-OBSERVACAO NOT = SPACES
               MOVE CMD-DS-OBSERVACAO TO CTO-DS-OBSERVACAO
           END-IF.
           MOVE CMD-NIS-ANALISTA  TO CTO-NIS-ANALISTA.
           MOVE WK-DATA-HOJE      TO CTO-DT-ATUALIZACAO.
           MOVE WK-HORA-AGORA     TO CTO-HR-ATUALIZACAO.
           REWRITE REG-CONTOCOR.
           DISPLAY "PESPO692 - ACAO " CMD-CO-ACAO
                   " DOC " CMD-CPF-CNPJ
                   " BURO " CMD-CO-BURO
                   " REF " CMD-NU-REFERENCIA
                   " PRAZO " CTO-DT-PRAZO
                   " POR NIS " CMD-NIS-ANALISTA.
           GO TO 2300-APLICAR-COMANDO-EXIT.
       2300-APLICAR-INEXISTENTE.
           IF NOT CMD-ACAO-ABRIR
               SET COMANDO-INVALIDO TO TRUE
               DISPLAY "PESPO692 - CONTESTACAO INEXISTENTE, DOC "
                       CMD-CPF-CNPJ " BURO " CMD-CO-BURO
                       " REF " CMD-NU-REFERENCIA
               GO TO 2300-APLICAR-COMANDO-EXIT
           END-IF.
           PERFORM 2310-MONTAR-ABERTURA
               THRU 2310-MONTAR-ABERTURA-EXIT.
           WRITE REG-CONTOCOR
               INVALID KEY
                   REWRITE REG-CONTOCOR
           END-WRITE.
           DISPLAY "PESPO692 - ABERTA DOC " CMD-CPF-CNPJ
                   " BURO " CMD-CO-BURO
                   " REF " CMD-NU-REFERENCIA
                   " PRAZO " CTO-DT-PRAZO
                   " POR NIS " CMD-NIS-ANALISTA.
       2300-APLICAR-COMANDO-EXIT.
           EXIT.

       2310-MONTAR-ABERTURA.
           IF CMD-DT-PRAZO NOT = SPACES
               MOVE CMD-DT-PRAZO TO WK-DT-PRAZO
           ELSE
               COMPUTE WK-DIAS-PRAZO =
                   FUNCTION INTEGER-OF-DATE (WK-DATA-HOJE-NUM)
                 + WK-QT-DIAS-PRAZO
               COMPUTE WK-DATA-PRAZO-NUM =
                   FUNCTION DATE-OF-INTEGER (WK-DIAS-PRAZO)
               MOVE WK-DATA-PRAZO-NUM TO WK-DT-PRAZO
           END-IF.
           MOVE "A"               TO CTO-CO-SITUACAO.
           MOVE WK-DATA-HOJE      TO CTO-DT-ABERTURA.
           MOVE WK-DT-PRAZO       TO CTO-DT-PRAZO.
           MOVE CMD-NIS-ANALISTA  TO CTO-NIS-ANALISTA.
           MOVE SPACES            TO CTO-DT-DESFECHO.
           MOVE WK-DATA-HOJE      TO CTO-DT-ATUALIZACAO.
           MOVE WK-HORA-AGORA     TO CTO-HR-ATUALIZACAO.
           MOVE CMD-DS-OBSERVACAO TO CTO-DS-OBSERVACAO.
       2310-MONTAR-ABERTURA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    A TRILHA LEVA O DOCUMENTO E, NA FUNCAO, A ACAO E O BURO     *
      *    (EX.: "A-SERASA"), PARA O EXTRATO POR DOCUMENTO DA AUDIT020 *
      *    MOSTRAR QUANDO E POR QUEM CADA CONTESTACAO FOI ABERTA,      *
      *    PRORROGADA OU DECIDIDA.                                     *
      *----------------------------------------------------------------*
       3000-GRAVAR-AUDITORIA.
           MOVE CMD-NIS-ANALISTA   TO WK-AUD-NIS.
           MOVE "99"               TO WK-AUD-NIVEL-AUTENT.
           MOVE "MANUT-CONTEST"    TO WK-AUD-OPERACAO.
           MOVE "SIMTR"            TO WK-AUD-SISTEMA.
           MOVE SPACES             TO WK-AUD-FUNCAO.
           STRING CMD-CO-ACAO      DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  CMD-CO-BURO      DELIMITED BY SIZE
               INTO WK-AUD-FUNCAO.
           MOVE "PESPO692"         TO WK-AUD-NO-PROGRAMA.
           MOVE CMD-CPF-CNPJ       TO WK-AUD-CPF-CNPJ.
           MOVE SPACES             TO WK-AUD-CO-BASE-LEGAL.
           MOVE SPACES             TO WK-AUD-CO-FINALIDADE.
           CALL "AUDIT010" USING WK-AUDIT010-PARM.
           IF WK-AUD-CO-RETORNO NOT = "00"
               DISPLAY "PESPO692 - AUDITORIA NAO GRAVADA, CO-RETORNO="
                       WK-AUD-CO-RETORNO " NIS=" WK-AUD-NIS
           END-IF.
       3000-GRAVAR-AUDITORIA-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARQ-COMANDOS.
           CLOSE ARQ-CONTOCOR.
           DISPLAY "PESPO692 - COMANDOS LIDOS....: " WK-QT-LIDOS.
           DISPLAY "PESPO692 - APLICADOS.........: " WK-QT-APLICADOS.
           DISPLAY "PESPO692 - REJEITADOS........: " WK-QT-REJEITADOS.
       9000-FINALIZAR-EXIT.
           EXIT.

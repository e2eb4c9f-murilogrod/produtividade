      ******************************************************************
      *  PROGRAM-ID  : BURHIS01                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BURHIS01.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - ROTINA UNICA DE          *
      *                   GRAVACAO DO HISTORICO PERMANENTE DE          *
      *                   SITUACAO DOS BUROS (ARQ-BUROHIS). O          *
      *                   ARQ-BUROSTAT SO GUARDA A SITUACAO ATUAL E O  *
      *                   DISJUNTOR SO DEIXAVA RASTRO SOLTO NA         *
      *                   AUDITREG; AQUI CADA TRANSICAO (ABERTO,       *
      *                   FECHADO PELO DISJUNTOR DA PESPO600 OU PELA   *
      *                   OPERACAO, JANELA DE MANUTENCAO DA PESPO640)  *
      *                   VIRA UM PERIODO COM DATA/HORA DE INICIO E    *
      *                   FIM, BASE DA APURACAO MENSAL DE SLA          *
      *                   (PESPO622).                                  *
      ******************************************************************

      ******************************************************************
      *  FUNCAO : O ARQUIVO TEM DOIS TIPOS DE PERIODO POR BURO:        *
      *           BHI-TP-PERIODO "S" - SITUACAO ("A" ABERTO OU "F"     *
      *                  FECHADO). HA SEMPRE NO MAXIMO UM PERIODO "S"  *
      *                  EM ABERTO (FIM EM BRANCO) POR BURO, E O       *
      *                  INICIO DELE FICA GUARDADO EM ARQ-BUROSTAT     *
      *                  (BST-DT/HR-INI-SITUACAO), QUE O CHAMADOR      *
      *                  INFORMA EM BH01-DT/HR-INI-ATUAL.              *
      *           BHI-TP-PERIODO "M" - JANELA DE MANUTENCAO           *
      *                  PROGRAMADA, JA GRAVADA COM INICIO E FIM.      *
      *           BH01-FUNCAO "S" (MUDAR SITUACAO) - ENCERRA O PERIODO *
      *           EM ABERTO NO INSTANTE DO EVENTO E ABRE O PERIODO DA  *
      *           NOVA SITUACAO.                                       *
      *           BH01-FUNCAO "M" (AGENDAR MANUTENCAO) - FORA DA       *
      *           JANELA O BURO OPERA NORMALMENTE: SE ESTAVA FECHADO,  *
      *           O PERIODO FECHADO E ENCERRADO E ABRE-SE UM PERIODO   *
      *           ABERTO; EM SEGUIDA A JANELA E GRAVADA.               *
      *           EM AMBAS, BH01-DT/HR-INI-MANUT-ANT (JANELA QUE AINDA *
      *           CONSTAVA EM ARQ-BUROSTAT) E ENCERRADA NO INSTANTE DO *
      *           EVENTO SE AINDA NAO TERMINOU: JANELA SUBSTITUIDA     *
      *           ANTES DE COMECAR FICA COM DURACAO ZERO.              *
      *           DEVOLVE EM BH01-DT/HR-INI-ATUAL O INICIO DO PERIODO  *
      *           "S" EM ABERTO, PARA O CHAMADOR REGRAVAR NO           *
      *           ARQ-BUROSTAT. ERRO DE ARQUIVO DEVOLVE "09"; A        *
      *           TRANSICAO EM SI (BUROSTAT) NAO DEPENDE DO HISTORICO. *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BUROHIS ASSIGN TO BUROHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHI-CHAVE
               FILE STATUS IS WK-FS-BUROHIS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    UM REGISTRO POR PERIODO. CHAVE BURO + INICIO + TIPO; FIM    *
      *    EM BRANCO = PERIODO AINDA EM ABERTO. O NIS E O DO OPERADOR  *
      *    (PESPO640) OU O DO USUARIO CUJO DOSSIE DISPAROU O           *
      *    DISJUNTOR (PESPO600).                                       *
      *----------------------------------------------------------------*
       FD  ARQ-BUROHIS
           RECORDING MODE IS F.
       01  REG-BUROHIS.
           05 BHI-CHAVE.
              07 BHI-CO-BURO          PIC X(006).
              07 BHI-DT-INI           PIC X(008).
              07 BHI-HR-INI           PIC X(006).
              07 BHI-TP-PERIODO       PIC X(001).
           05 BHI-CO-SITUACAO         PIC X(001).
           05 BHI-CO-ORIGEM           PIC X(001).
           05 BHI-DT-FIM              PIC X(008).
           05 BHI-HR-FIM              PIC X(006).
           05 BHI-NIS                 PIC 9(011).
           05 BHI-NO-PROGRAMA         PIC X(008).
           05 FILLER                  PIC X(010).

       WORKING-STORAGE SECTION.
       77  WK-FS-BUROHIS              PIC X(002) VALUE "00".
       77  WK-TS-EVENTO               PIC X(014) VALUE SPACES.
       77  WK-TS-INI                  PIC X(014) VALUE SPACES.
       77  WK-TS-FIM                  PIC X(014) VALUE SPACES.
       77  WK-SITUACAO-ATUAL          PIC X(001) VALUE SPACE.

       LINKAGE SECTION.
       01  BURHIS01-PARM.
           05 BH01-FUNCAO             PIC X(001).
              88 BH01-MUDAR-SITUACAO             VALUE "S".
              88 BH01-AGENDAR-MANUT              VALUE "M".
           05 BH01-CO-BURO            PIC X(006).
           05 BH01-CO-SITUACAO        PIC X(001).
           05 BH01-CO-ORIGEM          PIC X(001).
           05 BH01-DT-EVENTO          PIC X(008).
           05 BH01-HR-EVENTO          PIC X(006).
           05 BH01-DT-INI-ATUAL       PIC X(008).
           05 BH01-HR-INI-ATUAL       PIC X(006).
           05 BH01-DT-INI-MANUT-ANT   PIC X(008).
           05 BH01-HR-INI-MANUT-ANT   PIC X(006).
           05 BH01-DT-INI-MANUT       PIC X(008).
           05 BH01-HR-INI-MANUT       PIC X(006).
           05 BH01-DT-FIM-MANUT       PIC X(008).
           05 BH01-HR-FIM-MANUT       PIC X(006).
           05 BH01-NIS                PIC 9(011).
           05 BH01-NO-PROGRAMA        PIC X(008).
           05 BH01-CO-RETORNO         PIC X(002).
              88 BH01-GRAVADO                    VALUE "00".
              88 BH01-ERRO-ARQUIVO               VALUE "09".

       PROCEDURE DIVISION USING BURHIS01-PARM.

       0000-MAINLINE.
           MOVE "00" TO BH01-CO-RETORNO.
           IF NOT BH01-MUDAR-SITUACAO
              AND NOT BH01-AGENDAR-MANUT
               DISPLAY "BURHIS01 - FUNCAO INVALIDA: " BH01-FUNCAO
               MOVE "09" TO BH01-CO-RETORNO
               GOBACK
           END-IF.
           PERFORM 1000-ABRIR-BUROHIS
               THRU 1000-ABRIR-BUROHIS-EXIT.
           IF BH01-ERRO-ARQUIVO
               GOBACK
           END-IF.
           MOVE SPACES TO WK-TS-EVENTO.
           STRING BH01-DT-EVENTO DELIMITED BY SIZE
                  BH01-HR-EVENTO DELIMITED BY SIZE
               INTO WK-TS-EVENTO.
           PERFORM 2000-ENCERRAR-JANELA-ANT
               THRU 2000-ENCERRAR-JANELA-ANT-EXIT.
           IF BH01-MUDAR-SITUACAO
               PERFORM 3000-MUDAR-SITUACAO
                   THRU 3000-MUDAR-SITUACAO-EXIT
           ELSE
               PERFORM 4000-AGENDAR-MANUT
                   THRU 4000-AGENDAR-MANUT-EXIT
           END-IF.
           CLOSE ARQ-BUROHIS.
           GOBACK.

       1000-ABRIR-BUROHIS.
           OPEN I-O ARQ-BUROHIS.
           IF WK-FS-BUROHIS = "35"
               OPEN OUTPUT ARQ-BUROHIS
               CLOSE       ARQ-BUROHIS
               OPEN I-O    ARQ-BUROHIS
           END-IF.
           IF WK-FS-BUROHIS NOT = "00"
               DISPLAY "BURHIS01 - HISTORICO DE BUROS INDISPONIVEL, "
                       "FS=" WK-FS-BUROHIS " BURO=" BH01-CO-BURO
               MOVE "09" TO BH01-CO-RETORNO
           END-IF.
       1000-ABRIR-BUROHIS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    JANELA DE MANUTENCAO QUE AINDA CONSTAVA EM ARQ-BUROSTAT E   *
      *    FOI SUBSTITUIDA PELO COMANDO ATUAL: SE JA TERMINOU, FICA    *
      *    COMO ESTA; SE ESTA EM CURSO, TERMINA AGORA; SE AINDA NAO    *
      *    COMECOU, O FIM PASSA A SER O PROPRIO INICIO (DURACAO ZERO), *
      *    SEM APAGAR O REGISTRO DO AGENDAMENTO.                       *
      *----------------------------------------------------------------*
       2000-ENCERRAR-JANELA-ANT.
           IF BH01-DT-INI-MANUT-ANT = SPACES
               GO TO 2000-ENCERRAR-JANELA-ANT-EXIT
           END-IF.
           MOVE BH01-CO-BURO          TO BHI-CO-BURO.
           MOVE BH01-DT-INI-MANUT-ANT TO BHI-DT-INI.
           MOVE BH01-HR-INI-MANUT-ANT TO BHI-HR-INI.
           MOVE "M"                   TO BHI-TP-PERIODO.
           READ ARQ-BUROHIS
               INVALID KEY
                   GO TO 2000-ENCERRAR-JANELA-ANT-EXIT
           END-READ.
           IF WK-FS-BUROHIS NOT = "00"
               GO TO 2000-ENCERRAR-JANELA-ANT-EXIT
           END-IF.
           MOVE SPACES TO WK-TS-FIM.
           STRING BHI-DT-FIM DELIMITED BY SIZE
                  BHI-HR-FIM DELIMITED BY SIZE
               INTO WK-TS-FIM.
           IF WK-TS-FIM <= WK-TS-EVENTO
               GO TO 2000-ENCERRAR-JANELA-ANT-EXIT
           END-IF.
           MOVE SPACES TO WK-TS-INI.
           STRING BHI-DT-INI DELIMITED BY SIZE
                  BHI-HR-INI DELIMITED BY SIZE
               INTO WK-TS-INI.
           IF WK-TS-INI > WK-TS-EVENTO
               MOVE BHI-DT-INI     TO BHI-DT-FIM
               MOVE BHI-HR-INI     TO BHI-HR-FIM
           ELSE
               MOVE BH01-DT-EVENTO TO BHI-DT-FIM
               MOVE BH01-HR-EVENTO TO BHI-HR-FIM
           END-IF.
           REWRITE REG-BUROHIS.
           PERFORM 8000-CONFERIR-GRAVACAO
               THRU 8000-CONFERIR-GRAVACAO-EXIT.
       2000-ENCERRAR-JANELA-ANT-EXIT.
           EXIT.

       3000-MUDAR-SITUACAO.
           PERFORM 3100-LER-PERIODO-ATUAL
               THRU 3100-LER-PERIODO-ATUAL-EXIT.
           IF WK-SITUACAO-ATUAL NOT = SPACE
               PERFORM 3200-ENCERRAR-PERIODO-ATUAL
                   THRU 3200-ENCERRAR-PERIODO-ATUAL-EXIT
           END-IF.
           PERFORM 3300-ABRIR-PERIODO
               THRU 3300-ABRIR-PERIODO-EXIT.
       3000-MUDAR-SITUACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LE O PERIODO "S" EM ABERTO INFORMADO PELO CHAMADOR. SEM     *
      *    PERIODO (BURO AINDA SEM HISTORICO) OU JA ENCERRADO, DEVOLVE *
      *    WK-SITUACAO-ATUAL EM BRANCO.                                *
      *----------------------------------------------------------------*
       3100-LER-PERIODO-ATUAL.
           MOVE SPACE TO WK-SITUACAO-ATUAL.
           IF BH01-DT-INI-ATUAL = SPACES
               GO TO 3100-LER-PERIODO-ATUAL-EXIT
           END-IF.
           MOVE BH01-CO-BURO      TO BHI-CO-BURO.
           MOVE BH01-DT-INI-ATUAL TO BHI-DT-INI.
           MOVE BH01-HR-INI-ATUAL TO BHI-HR-INI.
           MOVE "S"               TO BHI-TP-PERIODO.
           READ ARQ-BUROHIS
               INVALID KEY
                   GO TO 3100-LER-PERIODO-ATUAL-EXIT
           END-READ.
           IF WK-FS-BUROHIS NOT = "00"
              OR BHI-DT-FIM NOT = SPACES
               GO TO 3100-LER-PERIODO-ATUAL-EXIT
           END-IF.
           MOVE BHI-CO-SITUACAO TO WK-SITUACAO-ATUAL.
       3100-LER-PERIODO-ATUAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ENCERRA NO INSTANTE DO EVENTO O PERIODO LIDO EM 3100.       *
      *----------------------------------------------------------------*
       3200-ENCERRAR-PERIODO-ATUAL.
           MOVE BH01-DT-EVENTO TO BHI-DT-FIM.
           MOVE BH01-HR-EVENTO TO BHI-HR-FIM.
           REWRITE REG-BUROHIS.
           PERFORM 8000-CONFERIR-GRAVACAO
               THRU 8000-CONFERIR-GRAVACAO-EXIT.
       3200-ENCERRAR-PERIODO-ATUAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ABRE O PERIODO DA NOVA SITUACAO NO INSTANTE DO EVENTO. DUAS *
      *    TRANSICOES NO MESMO SEGUNDO CAEM NA MESMA CHAVE E A ULTIMA  *
      *    PREVALECE (O PERIODO ANTERIOR TERIA DURACAO ZERO).          *
      *----------------------------------------------------------------*
       3300-ABRIR-PERIODO.
           MOVE SPACES            TO REG-BUROHIS.
           MOVE BH01-CO-BURO      TO BHI-CO-BURO.
           MOVE BH01-DT-EVENTO    TO BHI-DT-INI.
           MOVE BH01-HR-EVENTO    TO BHI-HR-INI.
           MOVE "S"               TO BHI-TP-PERIODO.
           MOVE BH01-CO-SITUACAO  TO BHI-CO-SITUACAO.
           MOVE BH01-CO-ORIGEM    TO BHI-CO-ORIGEM.
           MOVE SPACES            TO BHI-DT-FIM.
           MOVE SPACES            TO BHI-HR-FIM.
           MOVE BH01-NIS          TO BHI-NIS.
           MOVE BH01-NO-PROGRAMA  TO BHI-NO-PROGRAMA.
           PERFORM 8100-GRAVAR-PERIODO
               THRU 8100-GRAVAR-PERIODO-EXIT.
           MOVE BH01-DT-EVENTO    TO BH01-DT-INI-ATUAL.
           MOVE BH01-HR-EVENTO    TO BH01-HR-INI-ATUAL.
       3300-ABRIR-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    AGENDAMENTO DE JANELA: O BURO PASSA A OPERAR NORMALMENTE    *
      *    FORA DELA, ENTAO UM PERIODO FECHADO EM ABERTO (OU A FALTA   *
      *    DE PERIODO) VIRA UM PERIODO ABERTO A PARTIR DO EVENTO. EM   *
      *    SEGUIDA GRAVA A PROPRIA JANELA, JA COM INICIO E FIM.        *
      *----------------------------------------------------------------*
       4000-AGENDAR-MANUT.
           PERFORM 3100-LER-PERIODO-ATUAL
               THRU 3100-LER-PERIODO-ATUAL-EXIT.
           IF WK-SITUACAO-ATUAL NOT = "A"
               IF WK-SITUACAO-ATUAL NOT = SPACE
                   PERFORM 3200-ENCERRAR-PERIODO-ATUAL
                       THRU 3200-ENCERRAR-PERIODO-ATUAL-EXIT
               END-IF
               MOVE "A" TO BH01-CO-SITUACAO
               PERFORM 3300-ABRIR-PERIODO
                   THRU 3300-ABRIR-PERIODO-EXIT
               MOVE "M" TO BH01-CO-SITUACAO
           END-IF.
           MOVE SPACES            TO REG-BUROHIS.
           MOVE BH01-CO-BURO      TO BHI-CO-BURO.
           MOVE BH01-DT-INI-MANUT TO BHI-DT-INI.
           MOVE BH01-HR-INI-MANUT TO BHI-HR-INI.
           MOVE "M"               TO BHI-TP-PERIODO.
           MOVE "M"               TO BHI-CO-SITUACAO.
           MOVE BH01-CO-ORIGEM    TO BHI-CO-ORIGEM.
           MOVE BH01-DT-FIM-MANUT TO BHI-DT-FIM.
           MOVE BH01-HR-FIM-MANUT TO BHI-HR-FIM.
           MOVE BH01-NIS          TO BHI-NIS.
           MOVE BH01-NO-PROGRAMA  TO BHI-NO-PROGRAMA.
           PERFORM 8100-GRAVAR-PERIODO
               THRU 8100-GRAVAR-PERIODO-EXIT.
       4000-AGENDAR-MANUT-EXIT.
           EXIT.

       8000-CONFERIR-GRAVACAO.
           IF WK-FS-BUROHIS NOT = "00"
               DISPLAY "BURHIS01 - FALHA AO GRAVAR HISTORICO DO BURO "
                       BHI-CO-BURO " " BHI-DT-INI " " BHI-HR-INI
                       ", FS=" WK-FS-BUROHIS
               MOVE "09" TO BH01-CO-RETORNO
           END-IF.
       8000-CONFERIR-GRAVACAO-EXIT.
           EXIT.

       8100-GRAVAR-PERIODO.
           WRITE REG-BUROHIS
               INVALID KEY
                   REWRITE REG-BUROHIS
           END-WRITE.
           PERFORM 8000-CONFERIR-GRAVACAO
               THRU 8000-CONFERIR-GRAVACAO-EXIT.
       8100-GRAVAR-PERIODO-EXIT.
           EXIT.

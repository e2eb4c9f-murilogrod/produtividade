      ******************************************************************
      *  PROGRAM-ID  : CTLEX01                                         *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTLEX01.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - ROTINA UNICA DE CONTROLE *
      *                   DE EXECUCAO DA CADEIA BATCH, NOS MOLDES DA   *
      *                   AUDIT010. CADA JOB DA CADEIA NOTURNA         *
      *                   (PESPO610, PESPO601, PESPO620, PESPO630,     *
      *                   PESPO631, PESPO680, SICPF020) E MENSAL       *
      *                   (PESPO670, PESPO621, EXPUR010) CHAMA A       *
      *                   ROTINA NO INICIO, PARA CONFERIR OS           *
      *                   PRE-REQUISITOS CADASTRADOS EM ARQ-PREREQ E   *
      *                   REGISTRAR O INICIO EM ARQ-CTLEXEC, E NO FIM, *
      *                   PARA REGISTRAR A SITUACAO FINAL. ANTES NADA  *
      *                   IMPEDIA, POR EXEMPLO, O EXPUR010 DE MOVER O  *
      *                   SIPDET DO MES ANTES DO RATEIO PESPO670. O    *
      *                   CARTAO MENSAL (PRQ-TP-PERIODO "M") TEM O     *
      *                   PRE-REQUISITO CONFERIDO NO AAAAMM01 DA       *
      *                   REFERENCIA. CARTOES DE PRE-REQUISITO         *
      *                   ILEGIVEIS (FS DIFERENTE DE 00/35) DEVOLVEM   *
      *                   09 E NAO LIBERAM O JOB.                      *
      ******************************************************************

      ******************************************************************
      *  FUNCAO : CX01-FUNCAO "I" (INICIAR) - LE OS CARTOES DE         *
      *           PRE-REQUISITO DO PROGRAMA; SE ALGUM NAO ESTIVER      *
      *           CONCLUIDO NA MESMA DATA DE REFERENCIA, GRAVA O       *
      *           PROGRAMA COMO BLOQUEADO E DEVOLVE "10" COM O NOME DO *
      *           PRE-REQUISITO PENDENTE; SENAO GRAVA-O EM EXECUCAO E  *
      *           DEVOLVE "00".                                        *
      *           CX01-FUNCAO "F" (FINALIZAR) - GRAVA A DATA/HORA DE   *
      *           FIM E A SITUACAO INFORMADA (CONCLUIDO OU FALHOU).    *
      *           CX01-FUNCAO "R" (REGISTRAR) - GRAVA DIRETO A         *
      *           SITUACAO DE UM EVENTO EXTERNO A CADEIA (CHEGADA DA   *
      *           FATURA DO DIA, POR EXEMPLO), PARA SERVIR DE          *
      *           PRE-REQUISITO A UM JOB.                              *
      *           ERRO DE ARQUIVO DEVOLVE "09"; O CHAMADOR RECUSA A    *
      *           EXECUCAO, POIS SEM O CONTROLE NAO HA COMO GARANTIR A *
      *           ORDEM DA CADEIA.                                     *
      *           A DATA DE REFERENCIA DOS JOBS NOTURNOS E A DATA DO   *
      *           MOVIMENTO (AAAAMMDD); A DOS MENSAIS E O PRIMEIRO DIA *
      *           DO MES DE COMPETENCIA (AAAAMM01).                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CTLEXEC ASSIGN TO CTLEXEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WK-FS-CTLEXEC.

           SELECT ARQ-PREREQ ASSIGN TO CTLPRER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-PREREQ.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    UM REGISTRO POR PROGRAMA + DATA DE REFERENCIA. UMA NOVA     *
      *    EXECUCAO NA MESMA REFERENCIA (RESTART OU REPROCESSAMENTO)   *
      *    REGRAVA O MESMO REGISTRO E SOMA CTL-QT-EXECUCOES.           *
      *----------------------------------------------------------------*
       FD  ARQ-CTLEXEC
           RECORDING MODE IS F.
       01  REG-CTLEXEC.
           05 CTL-CHAVE.
              07 CTL-NO-PROGRAMA      PIC X(008).
              07 CTL-DT-REFERENCIA    PIC X(008).
           05 CTL-CO-SITUACAO         PIC X(001).
              88 CTL-EM-EXECUCAO                 VALUE "E".
              88 CTL-CONCLUIDO                   VALUE "C".
              88 CTL-FALHOU                      VALUE "F".
              88 CTL-BLOQUEADO                   VALUE "B".
           05 CTL-DT-INICIO           PIC X(008).
           05 CTL-HR-INICIO           PIC X(006).
           05 CTL-DT-FIM              PIC X(008).
           05 CTL-HR-FIM              PIC X(006).
           05 CTL-NO-PRE-REQUISITO    PIC X(008).
           05 CTL-QT-EXECUCOES        PIC 9(003).
           05 FILLER                  PIC X(010).

      *----------------------------------------------------------------*
      *    CARTOES DE PRE-REQUISITO: UM POR PAR PROGRAMA X PROGRAMA    *
      *    (OU EVENTO) DO QUAL ELE DEPENDE. PROGRAMA SEM DEPENDENCIA   *
      *    TEM UM CARTAO COM O PRE-REQUISITO EM BRANCO, SO PARA        *
      *    CONSTAR DA CADEIA NO RELATORIO DA NOITE (CTLEX010).         *
      *    PRQ-TP-PERIODO: "D" NOTURNO, "M" MENSAL. NO MENSAL O        *
      *    PRE-REQUISITO E PROCURADO NO PRIMEIRO DIA DO MES DE         *
      *    COMPETENCIA (AAAAMM01) DA DATA DE REFERENCIA RECEBIDA.      *
      *----------------------------------------------------------------*
       FD  ARQ-PREREQ
           RECORDING MODE IS F.
       01  REG-PREREQ.
           05 PRQ-NO-PROGRAMA         PIC X(008).
           05 PRQ-TP-PERIODO          PIC X(001).
              88 PRQ-NOTURNO                     VALUE "D".
              88 PRQ-MENSAL                      VALUE "M".
           05 PRQ-NO-PRE-REQUISITO    PIC X(008).
           05 FILLER                  PIC X(063).

       WORKING-STORAGE SECTION.
       77  WK-FS-CTLEXEC              PIC X(002) VALUE "00".
       77  WK-FS-PREREQ               PIC X(002) VALUE "00".
       77  WK-SW-FIM-PREREQ           PIC X(001) VALUE "N".
           88 FIM-PREREQ                         VALUE "S".
           88 NAO-FIM-PREREQ                     VALUE "N".
       77  WK-SW-LIBERACAO            PIC X(001) VALUE "S".
           88 EXECUCAO-LIBERADA                  VALUE "S".
           88 EXECUCAO-BLOQUEADA                 VALUE "N".
       77  WK-SW-EXISTE               PIC X(001) VALUE "N".
           88 CONTROLE-EXISTENTE                 VALUE "S".
           88 CONTROLE-NOVO                      VALUE "N".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-HORA-AGORA              PIC X(006) VALUE SPACES.
       77  WK-NO-PENDENTE             PIC X(008) VALUE SPACES.
       77  WK-DT-REF-PREREQ           PIC X(008) VALUE SPACES.

       LINKAGE SECTION.
       01  CTLEX01-PARM.
           05 CX01-FUNCAO             PIC X(001).
              88 CX01-INICIAR                    VALUE "I".
              88 CX01-FINALIZAR                  VALUE "F".
              88 CX01-REGISTRAR                  VALUE "R".
           05 CX01-NO-PROGRAMA        PIC X(008).
           05 CX01-DT-REFERENCIA      PIC X(008).
           05 CX01-CO-SITUACAO        PIC X(001).
              88 CX01-CONCLUIDO                  VALUE "C".
              88 CX01-FALHOU                     VALUE "F".
           05 CX01-CO-RETORNO         PIC X(002).
              88 CX01-LIBERADO                   VALUE "00".
              88 CX01-BLOQUEADO                  VALUE "10".
              88 CX01-ERRO-ARQUIVO               VALUE "09".
           05 CX01-NO-PRE-REQUISITO   PIC X(008).

       PROCEDURE DIVISION USING CTLEX01-PARM.

       0000-MAINLINE.
           MOVE "00"   TO CX01-CO-RETORNO.
           MOVE SPACES TO CX01-NO-PRE-REQUISITO.
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
           PERFORM 1000-ABRIR-CTLEXEC
               THRU 1000-ABRIR-CTLEXEC-EXIT.
           IF CX01-ERRO-ARQUIVO
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN CX01-INICIAR
                   PERFORM 2000-INICIAR-EXECUCAO
                       THRU 2000-INICIAR-EXECUCAO-EXIT
               WHEN CX01-FINALIZAR
                   PERFORM 3000-FINALIZAR-EXECUCAO
                       THRU 3000-FINALIZAR-EXECUCAO-EXIT
               WHEN CX01-REGISTRAR
                   PERFORM 4000-REGISTRAR-EVENTO
                       THRU 4000-REGISTRAR-EVENTO-EXIT
               WHEN OTHER
                   DISPLAY "CTLEX01 - FUNCAO INVALIDA: " CX01-FUNCAO
                   MOVE "09" TO CX01-CO-RETORNO
           END-EVALUATE.
           CLOSE ARQ-CTLEXEC.
           GOBACK.

       1000-ABRIR-CTLEXEC.
           OPEN I-O ARQ-CTLEXEC.
           IF WK-FS-CTLEXEC = "35"
               OPEN OUTPUT ARQ-CTLEXEC
               CLOSE       ARQ-CTLEXEC
               OPEN I-O    ARQ-CTLEXEC
           END-IF.
           IF WK-FS-CTLEXEC NOT = "00"
               DISPLAY "CTLEX01 - CONTROLE DE EXECUCAO INDISPONIVEL, "
                       "FS=" WK-FS-CTLEXEC
               MOVE "09" TO CX01-CO-RETORNO
           END-IF.
       1000-ABRIR-CTLEXEC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONFERE OS PRE-REQUISITOS DO PROGRAMA. O PRIMEIRO QUE NAO   *
      *    ESTIVER CONCLUIDO NA DATA DE REFERENCIA BLOQUEIA A          *
      *    EXECUCAO, E O BLOQUEIO FICA GRAVADO NO CONTROLE PARA O      *
      *    RELATORIO DA NOITE. SO A AUSENCIA DO ARQUIVO DE             *
      *    PRE-REQUISITOS (FS 35, CADEIA SEM CARTOES) LIBERA SEM       *
      *    CONFERIR; QUALQUER OUTRO ERRO NA ABERTURA DEVOLVE "09" E O  *
      *    CHAMADOR RECUSA A EXECUCAO, COMO NO CONTROLE INDISPONIVEL.  *
      *----------------------------------------------------------------*
       2000-INICIAR-EXECUCAO.
           SET EXECUCAO-LIBERADA TO TRUE.
           MOVE SPACES TO WK-NO-PENDENTE.
           SET NAO-FIM-PREREQ TO TRUE.
           OPEN INPUT ARQ-PREREQ.
           IF WK-FS-PREREQ NOT = "00"
              AND WK-FS-PREREQ NOT = "35"
               DISPLAY "CTLEX01 - CARTOES DE PRE-REQUISITO "
                       "INDISPONIVEIS, FS=" WK-FS-PREREQ
               MOVE "09" TO CX01-CO-RETORNO
               GO TO 2000-INICIAR-EXECUCAO-EXIT
           END-IF.
           IF WK-FS-PREREQ = "35"
               SET FIM-PREREQ TO TRUE
           END-IF.
           PERFORM 2100-CONFERIR-PREREQ
               THRU 2100-CONFERIR-PREREQ-EXIT
               UNTIL FIM-PREREQ
                  OR EXECUCAO-BLOQUEADA.
           IF WK-FS-PREREQ NOT = "35"
               CLOSE ARQ-PREREQ
           END-IF.
           PERFORM 5000-LER-CONTROLE
               THRU 5000-LER-CONTROLE-EXIT.
           MOVE WK-DATA-HOJE  TO CTL-DT-INICIO.
           MOVE WK-HORA-AGORA TO CTL-HR-INICIO.
           MOVE SPACES        TO CTL-DT-FIM.
           MOVE SPACES        TO CTL-HR-FIM.
           IF EXECUCAO-BLOQUEADA
               SET CTL-BLOQUEADO TO TRUE
               MOVE WK-NO-PENDENTE TO CTL-NO-PRE-REQUISITO
               MOVE "10"           TO CX01-CO-RETORNO
               MOVE WK-NO-PENDENTE TO CX01-NO-PRE-REQUISITO
           ELSE
               SET CTL-EM-EXECUCAO TO TRUE
               MOVE SPACES TO CTL-NO-PRE-REQUISITO
               ADD 1 TO CTL-QT-EXECUCOES
           END-IF.
           PERFORM 5100-GRAVAR-CONTROLE
               THRU 5100-GRAVAR-CONTROLE-EXIT.
       2000-INICIAR-EXECUCAO-EXIT.
           EXIT.

       2100-CONFERIR-PREREQ.
           READ ARQ-PREREQ
               AT END
                   SET FIM-PREREQ TO TRUE
                   GO TO 2100-CONFERIR-PREREQ-EXIT
           END-READ.
           IF PRQ-NO-PROGRAMA NOT = CX01-NO-PROGRAMA
              OR PRQ-NO-PRE-REQUISITO = SPACES
               GO TO 2100-CONFERIR-PREREQ-EXIT
           END-IF.
           MOVE CX01-DT-REFERENCIA TO WK-DT-REF-PREREQ.
           IF PRQ-MENSAL
               MOVE "01" TO WK-DT-REF-PREREQ (7:2)
           END-IF.
           MOVE PRQ-NO-PRE-REQUISITO TO CTL-NO-PROGRAMA.
           MOVE WK-DT-REF-PREREQ     TO CTL-DT-REFERENCIA.
           READ ARQ-CTLEXEC
               INVALID KEY
                   SET EXECUCAO-BLOQUEADA TO TRUE
                   MOVE PRQ-NO-PRE-REQUISITO TO WK-NO-PENDENTE
                   GO TO 2100-CONFERIR-PREREQ-EXIT
           END-READ.
           IF NOT CTL-CONCLUIDO
               SET EXECUCAO-BLOQUEADA TO TRUE
               MOVE PRQ-NO-PRE-REQUISITO TO WK-NO-PENDENTE
           END-IF.
       2100-CONFERIR-PREREQ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    FIM DA EXECUCAO. SE O REGISTRO DE INICIO NAO EXISTIR (JOB   *
      *    RODADO ANTES DA IMPLANTACAO DO CONTROLE), ELE E CRIADO COM  *
      *    O INICIO IGUAL AO FIM.                                      *
      *----------------------------------------------------------------*
       3000-FINALIZAR-EXECUCAO.
           PERFORM 5000-LER-CONTROLE
               THRU 5000-LER-CONTROLE-EXIT.
           IF CONTROLE-NOVO
               MOVE WK-DATA-HOJE  TO CTL-DT-INICIO
               MOVE WK-HORA-AGORA TO CTL-HR-INICIO
               MOVE 1             TO CTL-QT-EXECUCOES
           END-IF.
           MOVE CX01-CO-SITUACAO TO CTL-CO-SITUACAO.
           IF NOT CTL-CONCLUIDO
               SET CTL-FALHOU TO TRUE
           END-IF.
           MOVE WK-DATA-HOJE  TO CTL-DT-FIM.
           MOVE WK-HORA-AGORA TO CTL-HR-FIM.
           PERFORM 5100-GRAVAR-CONTROLE
               THRU 5100-GRAVAR-CONTROLE-EXIT.
       3000-FINALIZAR-EXECUCAO-EXIT.
           EXIT.

       4000-REGISTRAR-EVENTO.
           PERFORM 5000-LER-CONTROLE
               THRU 5000-LER-CONTROLE-EXIT.
           MOVE CX01-CO-SITUACAO TO CTL-CO-SITUACAO.
           IF NOT CTL-CONCLUIDO
               SET CTL-FALHOU TO TRUE
           END-IF.
           MOVE WK-DATA-HOJE  TO CTL-DT-INICIO.
           MOVE WK-HORA-AGORA TO CTL-HR-INICIO.
           MOVE WK-DATA-HOJE  TO CTL-DT-FIM.
           MOVE WK-HORA-AGORA TO CTL-HR-FIM.
           MOVE SPACES        TO CTL-NO-PRE-REQUISITO.
           ADD 1 TO CTL-QT-EXECUCOES.
           PERFORM 5100-GRAVAR-CONTROLE
               THRU 5100-GRAVAR-CONTROLE-EXIT.
       4000-REGISTRAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LE O REGISTRO DO PROGRAMA NA DATA DE REFERENCIA; NAO        *
      *    EXISTINDO, PREPARA UM REGISTRO NOVO ZERADO.                 *
      *----------------------------------------------------------------*
       5000-LER-CONTROLE.
           SET CONTROLE-EXISTENTE TO TRUE.
           MOVE CX01-NO-PROGRAMA   TO CTL-NO-PROGRAMA.
           MOVE CX01-DT-REFERENCIA TO CTL-DT-REFERENCIA.
           READ ARQ-CTLEXEC
               INVALID KEY
                   SET CONTROLE-NOVO TO TRUE
           END-READ.
           IF CONTROLE-NOVO
               MOVE SPACES             TO REG-CTLEXEC
               MOVE CX01-NO-PROGRAMA   TO CTL-NO-PROGRAMA
               MOVE CX01-DT-REFERENCIA TO CTL-DT-REFERENCIA
               MOVE ZERO               TO CTL-QT-EXECUCOES
           END-IF.
       5000-LER-CONTROLE-EXIT.
           EXIT.

       5100-GRAVAR-CONTROLE.
           IF CONTROLE-NOVO
               WRITE REG-CTLEXEC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE REG-CTLEXEC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WK-FS-CTLEXEC NOT = "00"
               DISPLAY "CTLEX01 - FALHA AO GRAVAR CONTROLE DE "
                       CTL-NO-PROGRAMA " " CTL-DT-REFERENCIA
                       ", FS=" WK-FS-CTLEXEC
               MOVE "09" TO CX01-CO-RETORNO
           END-IF.
       5100-GRAVAR-CONTROLE-EXIT.
           EXIT.

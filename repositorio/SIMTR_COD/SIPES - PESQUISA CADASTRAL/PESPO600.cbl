      *                   NEGADO. SEM ISSO, O PESPO610 REGRAVAVA UMA   *
      *                   PENDENCIA JA RESOLVIDA POR TRATAR "05" COMO  *
      *                   RECUSA SEM CONSULTA.                         *
      *  2026-10-15  MRS  CONFERENCIA DOS DIGITOS VERIFICADORES DO     *
      *                   DOCUMENTO (MODULO 11, ROTINA COMUM DIGVER01: *
      *                   CPF PARA ES600-PESSOA-FISICA, CNPJ PARA      *
      *                   ES600-PESSOA-JURIDICA) LOGO APOS A LISTA DE  *
      *                   BLOQUEIO E ANTES DA QUOTA, DA RECEITA E DE   *
      *                   QUALQUER BURO. DOCUMENTO INVALIDO ENCERRA O  *
      *                   DOSSIE COM O NOVO RETORNO "06", SEM GRAVAR   *
      *                   SIPDET NEM CABECALHO NO ARQ-DOSHIST; ANTES   *
      *                   UM DOCUMENTO DIGITADO ERRADO PAGAVA CONSULTA *
      *                   NOS BUROS E GERAVA HISTORICO.                *
      *  2026-10-15  MRS  QUADRO SOCIETARIO PERSISTIDO: A CADA DOSSIE  *
      *                   DE PJ O ES600-PJ-TAB-SOCIOS MONTADO EM 2820  *
      *                   E ESPELHADO NO ARQUIVO INDEXADO DE VINCULOS  *
      *                   SOCIO X CNPJ (ARQ-SOCIOS), COM DATA DE       *
      *                   ENTRADA DO SOCIO E DATA DE SAIDA PARA QUEM   *
      *                   DEIXOU DE CONSTAR NO QUADRO. E A BASE DO     *
      *                   RELATORIO DE CONTAGIO SOCIO X EMPRESA        *
      *                   (PESPO652).                                  *
      *  2026-10-15  MRS  CONFERENCIA DA BASE LEGAL LGPD (ARQ-BASELEG, *
      *                   MANTIDO PELO PESPO691) POR DOCUMENTO + CNPJ  *
      *                   SOLICITANTE + SISTEMA, LOGO APOS OS DIGITOS  *
      *                   VERIFICADORES E ANTES DA QUOTA, DA RECEITA E *
      *                   DE QUALQUER BURO. SEM BASE VIGENTE (OU       *
      *                   CADASTRO INDISPONIVEL) O DOSSIE E RECUSADO   *
      *                   COM O NOVO RETORNO "07", SEM SIPDET NEM      *
      *                   HISTORICO, E A AUDITORIA REGISTRA A OPERACAO *
      *                   SEM-BASE-LEGAL. A BASE E A FINALIDADE DA     *
      *                   CONSULTA PASSAM A SER GRAVADAS NA TRILHA     *
      *                   (AUDIT010). A PENDENCIA GANHOU O CNPJ        *
      *                   SOLICITANTE, PARA O PESPO610 CONFERIR A      *
      *                   MESMA BASE NO REPROCESSAMENTO.               *
      *  2026-10-15  MRS  O FECHAMENTO E A REABERTURA AUTOMATICOS DO   *
      *                   DISJUNTOR PASSAM A SER LEVADOS AO HISTORICO  *
      *                   PERMANENTE DE SITUACAO DOS BUROS             *
      *                   (ARQ-BUROHIS, VIA BURHIS01,                  *
      *                   2095-GRAVAR-HIST-CIRCUITO), COM DATA/HORA DE *
      *                   INICIO E FIM DE CADA PERIODO; REG-BUROSTAT   *
      *                   GANHOU O INICIO DO PERIODO EM ABERTO         *
      *                   (BST-DT/HR-INI-SITUACAO). BASE DA APURACAO   *
      *                   MENSAL DE SLA (PESPO622).                    *
      *  2026-10-15  MRS  CONTESTACAO DE OCORRENCIAS: CADA OCORRENCIA  *
      *                   GERADA E PROCURADA NO CADASTRO ARQ-CONTOCOR  *
      *                   (MANTIDO PELO PESPO692) POR DOCUMENTO + BURO *
      *                   + OCR-NU-REFERENCIA                          *
      *                   (2912-VERIFICAR-CONTESTACAO). EM CONTESTACAO *
      *                   ABERTA, 2940-ACUMULAR-RISCO APLICA O PESO    *
      *                   PROPRIO DO PAR BURO + "C" DE ARQ-RISCPAR     *
      *                   (0,00 SEM O PAR) NO LUGAR DO PESO DO STATUS. *
      *                   A SITUACAO DA CONTESTACAO VAI PARA O EXTRATO *
      *                   (OCR-CO-CONTESTACAO, REGISTRO DE 71 PARA 72  *
      *                   BYTES) E PARA O REGISTRO "O" DO ARQ-DOSHIST  *
      *                   (DH-CO-CONTESTACAO, NA AREA LIVRE).          *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS QTA-CHAVE
               FILE STATUS IS WK-FS-QUOTAS.

           SELECT ARQ-SOCIOS ASSIGN TO SOCIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOC-CHAVE
               FILE STATUS IS WK-FS-SOCIOS.

           SELECT ARQ-BASELEG ASSIGN TO BASELEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLG-CHAVE
               FILE STATUS IS WK-FS-BASELEG.

           SELECT ARQ-CONTOCOR ASSIGN TO CONTOCOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTO-CHAVE
               FILE STATUS IS WK-FS-CONTOCOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PENDENCIAS
           05 PND-HR-GERACAO          PIC X(006).
           05 PND-QT-TENTATIVAS       PIC 9(003).
           05 PND-DT-PRIM-FALHA       PIC X(008).
           05 PND-CNPJ-SOLICITANTE    PIC 9(014).

      *----------------------------------------------------------------*
      *    EXTRATO ESTRUTURADO DAS OCORRENCIAS DE CADA BURO. SUBSTITUI *
      *    A LINHA DE TEXTO OPACA QUE ERA GRAVADA DIRETO NA TABELA     *
      *    ES600-TAB-OCORRENCIAS POR CAMPOS DISCRETOS, PERMITINDO QUE  *
      *    SISTEMAS DE RATEIO/CONCILIACAO LEIAM O ARQUIVO SEM DEPENDER *
      *    DO LAYOUT DA TELA. OCR-CO-CONTESTACAO TRAZ A SITUACAO DA    *
      *    CONTESTACAO DA OCORRENCIA EM ARQ-CONTOCOR ("A" ABERTA, "P"  *
      *    PROCEDENTE, "I" IMPROCEDENTE, BRANCO SEM CONTESTACAO).      *
      *----------------------------------------------------------------*
       FD  ARQ-OCORRENCIAS
           RECORDING MODE IS F.
           05 OCR-VL-OCORRENCIA       PIC 9(011)V99.
           05 OCR-CO-STATUS           PIC X(001).
           05 OCR-NU-REFERENCIA       PIC X(020).
           05 OCR-CO-CONTESTACAO      PIC X(001).

      *----------------------------------------------------------------*
      *    DETALHE DE LATENCIA DO DOSSIE: OS TIMESTAMPS DE WEB E DE    *
      *    ESTE PROGRAMA FECHA ("F"/ORIGEM "A") O BURO QUE ACUMULAR    *
      *    FALHAS CONSECUTIVAS ALEM DO LIMITE DE ARQ-CBPARM E O        *
      *    REABRE NO PRIMEIRO ACESSO APOS O INSTANTE DE RETESTE.       *
      *    BST-DT/HR-INI-SITUACAO APONTAM O PERIODO EM ABERTO NO       *
      *    HISTORICO PERMANENTE ARQ-BUROHIS (ROTINA BURHIS01).         *
      *----------------------------------------------------------------*
       FD  ARQ-BUROSTAT
           RECORDING MODE IS F.
           05 BST-QT-FALHAS           PIC 9(003).
           05 BST-DT-RETESTE          PIC X(008).
           05 BST-HR-RETESTE          PIC X(006).
           05 BST-DT-INI-SITUACAO     PIC X(008).
           05 BST-HR-INI-SITUACAO     PIC X(006).

      *----------------------------------------------------------------*
      *    MESTRE DE HISTORICO DE DOSSIES, CHAVEADO POR DOCUMENTO +    *
              07 DH-VL-OCORR          PIC 9(011)V99.
              07 DH-CO-STATUS         PIC X(001).
              07 DH-NU-REF            PIC X(020).
              07 DH-CO-CONTESTACAO    PIC X(001).
              07 FILLER               PIC X(095).

      *----------------------------------------------------------------*
      *    LISTA DE BLOQUEIO POR USUARIO: PARES NIS + DOCUMENTO        *
           05 BLQ-HR-INCLUSAO         PIC X(006).
           05 BLQ-NIS-GESTOR          PIC 9(011).

      *----------------------------------------------------------------*
      *    CADASTRO DE BASE LEGAL LGPD MANTIDO PELO PESPO691: A        *
      *    HIPOTESE LEGAL E A FINALIDADE QUE AUTORIZAM O SOLICITANTE   *
      *    (CNPJ ZERO = A PROPRIA INSTITUICAO) E O SISTEMA A CONSULTAR *
      *    O DOCUMENTO, COM CONCESSAO, VALIDADE E SITUACAO.            *
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

      *----------------------------------------------------------------*
      *    CADASTRO DE CONTESTACOES DE OCORRENCIAS MANTIDO PELO        *
      *    PESPO692, POR DOCUMENTO + BURO + OCR-NU-REFERENCIA. SO A    *
      *    CONTESTACAO ABERTA ("A") MUDA O PESO DA OCORRENCIA NA NOTA; *
      *    A SITUACAO, QUALQUER QUE SEJA, VAI PARA O EXTRATO E PARA O  *
      *    HISTORICO.                                                  *
      *----------------------------------------------------------------*
       FD  ARQ-CONTOCOR
           RECORDING MODE IS F.
       01  REG-CONTOCOR.
           05 CTO-CHAVE.
              07 CTO-CPF-CNPJ         PIC 9(014).
              07 CTO-CO-BURO          PIC X(006).
              07 CTO-NU-REFERENCIA    PIC X(020).
           05 CTO-CO-SITUACAO         PIC X(001).
           05 CTO-DT-ABERTURA         PIC X(008).
           05 CTO-DT-PRAZO            PIC X(008).
           05 CTO-NIS-ANALISTA        PIC 9(011).
           05 CTO-DT-DESFECHO         PIC X(008).
           05 CTO-DT-ATUALIZACAO      PIC X(008).
           05 CTO-HR-ATUALIZACAO      PIC X(006).
           05 CTO-DS-OBSERVACAO       PIC X(040).

      *----------------------------------------------------------------*
      *    PESOS DO RESUMO DE RISCO, MANTIDOS PELA POLITICA DE         *
      *    CREDITO ATRAVES DO PESPO661: UM REGISTRO POR PAR BURO +     *
      *    OCR-CO-STATUS COM O PESO PERCENTUAL APLICADO AO VALOR DA    *
      *    OCORRENCIA NA NOTA PONDERADA. PAR SEM REGISTRO USA O        *
      *    PESO NEUTRO DE 100,00. O STATUS "C" E RESERVADO AO PESO DA  *
      *    OCORRENCIA DO BURO EM CONTESTACAO ABERTA (ARQ-CONTOCOR),    *
      *    QUE SUBSTITUI O PESO DO STATUS ORIGINAL; BURO SEM O PAR "C" *
      *    TIRA A OCORRENCIA CONTESTADA DA NOTA (PESO 0,00).           *
      *----------------------------------------------------------------*
       FD  ARQ-RISCPAR
           RECORDING MODE IS F.
           05 QTA-QT-CONSUMIDO        PIC 9(007).
           05 QTA-PC-AVISO            PIC 9(003).

      *----------------------------------------------------------------*
      *    VINCULOS SOCIO X CNPJ, UM REGISTRO POR PAR, ATUALIZADOS A   *
      *    CADA DOSSIE DE PJ. SOC-DT-SAIDA EM BRANCO = SOCIO ATUAL;    *
      *    PREENCHIDA = DATA DO PRIMEIRO DOSSIE EM QUE O SOCIO NAO     *
      *    CONSTOU MAIS NO QUADRO. SOCIO QUE VOLTA AO QUADRO REABRE O  *
      *    VINCULO COM NOVA DATA DE ENTRADA.                           *
      *----------------------------------------------------------------*
       FD  ARQ-SOCIOS
           RECORDING MODE IS F.
       01  REG-SOCIO.
           05 SOC-CHAVE.
              07 SOC-CNPJ             PIC 9(014).
              07 SOC-CPF-SOCIO        PIC 9(011).
           05 SOC-NO-SOCIO            PIC X(040).
           05 SOC-PC-PARTICIPA        PIC 9(003)V99.
           05 SOC-DT-ENTRADA          PIC X(008).
           05 SOC-DT-SAIDA            PIC X(008).
           05 SOC-DT-ULT-DOSSIE       PIC X(008).

       WORKING-STORAGE SECTION.
       77  WK-FS-PENDENCIAS           PIC X(002) VALUE "00".
       77  WK-FS-OCORRENCIAS          PIC X(002) VALUE "00".
       77  WK-SW-BLOQUEIO             PIC X(001) VALUE "N".
           88 ACESSO-BLOQUEADO                   VALUE "S".
           88 ACESSO-PERMITIDO                   VALUE "N".
       77  WK-SW-DOCUMENTO            PIC X(001) VALUE "S".
           88 DOCUMENTO-VALIDO                   VALUE "S".
           88 DOCUMENTO-INVALIDO                 VALUE "N".
       77  WK-FS-BASELEG              PIC X(002) VALUE "00".
       77  WK-SW-BASE-LEGAL           PIC X(001) VALUE "S".
           88 BASE-LEGAL-VIGENTE                 VALUE "S".
           88 BASE-LEGAL-AUSENTE                 VALUE "N".
       77  WK-BLG-CO-BASE-LEGAL       PIC X(002) VALUE SPACES.
       77  WK-BLG-CO-FINALIDADE       PIC X(010) VALUE SPACES.
       77  WK-FS-CONTOCOR             PIC X(002) VALUE "00".
       77  WK-SW-CONTOCOR             PIC X(001) VALUE "N".
           88 CONTOCOR-ABERTO                    VALUE "S".
           88 CONTOCOR-FECHADO                   VALUE "N".
           88 CONTOCOR-INDISPONIVEL              VALUE "X".
       77  WK-SW-CACHE-HIT            PIC X(001) VALUE "N".
           88 CACHE-APROVEITADO                  VALUE "S".
           88 CACHE-NAO-APROVEITADO              VALUE "N".
       77  WK-GO-RESTO                PIC 9(003) VALUE ZERO.
       77  WK-PJ-IX-SOCIO             PIC 9(002) VALUE ZERO.

      *----------------------------------------------------------------*
      *    CONTROLE DA ATUALIZACAO DE ARQ-SOCIOS: O QUADRO SO E        *
      *    GRAVADO QUANDO 2820-MONTAR-SOCIOS RODOU NESTE DOSSIE.       *
      *----------------------------------------------------------------*
       77  WK-FS-SOCIOS               PIC X(002) VALUE "00".
       77  WK-SW-SOCIOS               PIC X(001) VALUE "N".
           88 SOCIOS-ABERTO                      VALUE "S".
           88 SOCIOS-FECHADO                     VALUE "N".
       77  WK-SW-QUADRO               PIC X(001) VALUE "N".
           88 QUADRO-MONTADO                     VALUE "S".
           88 QUADRO-NAO-MONTADO                 VALUE "N".
       77  WK-SW-FIM-SOCIOS           PIC X(001) VALUE "N".
           88 FIM-SOCIOS                         VALUE "S".
           88 NAO-FIM-SOCIOS                     VALUE "N".
       77  WK-SW-NO-QUADRO            PIC X(001) VALUE "N".
           88 SOCIO-NO-QUADRO                    VALUE "S".
           88 SOCIO-FORA-DO-QUADRO               VALUE "N".
       77  WK-PJ-IX-BUSCA             PIC 9(002) VALUE ZERO.

      *----------------------------------------------------------------*
      *    TIPO/DATA/HORA DA PESQUISA A DEVOLVER NA SAIDA DO BURO DA   *
      *    VEZ: "N" COM A DATA/HORA DE AGORA PARA CONSULTA NOVA, "R"   *
       77  WK-HR-RETESTE              PIC X(006) VALUE SPACES.
       77  WK-ACAO-CIRCUITO           PIC X(001) VALUE SPACE.

      *----------------------------------------------------------------*
      *    HISTORICO PERMANENTE DE SITUACAO DOS BUROS (BURHIS01).      *
      *----------------------------------------------------------------*
       01  WK-BURHIS01-PARM.
           05 WK-BH-FUNCAO             PIC X(001).
           05 WK-BH-CO-BURO            PIC X(006).
           05 WK-BH-CO-SITUACAO        PIC X(001).
           05 WK-BH-CO-ORIGEM          PIC X(001).
           05 WK-BH-DT-EVENTO          PIC X(008).
           05 WK-BH-HR-EVENTO          PIC X(006).
           05 WK-BH-DT-INI-ATUAL       PIC X(008).
           05 WK-BH-HR-INI-ATUAL       PIC X(006).
           05 WK-BH-DT-INI-MANUT-ANT   PIC X(008).
           05 WK-BH-HR-INI-MANUT-ANT   PIC X(006).
           05 WK-BH-DT-INI-MANUT       PIC X(008).
           05 WK-BH-HR-INI-MANUT       PIC X(006).
           05 WK-BH-DT-FIM-MANUT       PIC X(008).
           05 WK-BH-HR-FIM-MANUT       PIC X(006).
           05 WK-BH-NIS                PIC 9(011).
           05 WK-BH-NO-PROGRAMA        PIC X(008).
           05 WK-BH-CO-RETORNO         PIC X(002).

      *----------------------------------------------------------------*
      *    CONTROLE DA QUOTA MENSAL DO SISTEMA SOLICITANTE: SITUACAO   *
      *    APURADA NA ENTRADA DO DOSSIE E CAMPOS DE APOIO DO CALCULO   *
           88 NAO-FIM-RISCPAR                    VALUE "N".
       77  WK-QT-PESOS                PIC 9(003) COMP VALUE ZERO.
       77  WK-PC-PESO-ATUAL           PIC 9(003)V99 VALUE ZERO.
       77  WK-CO-STATUS-PESO          PIC X(001) VALUE SPACES.
       01  WK-TAB-PESOS.
           05 WK-PESO-ENTRADA OCCURS 50 TIMES INDEXED BY WK-IX-PESO.
              07 WK-PESO-CO-BURO      PIC X(006).
           05 WK-OCR-VL-OCORR         PIC 9(011)V99.
           05 WK-OCR-CO-STATUS        PIC X(001).
           05 WK-OCR-NU-REF           PIC X(020).
           05 WK-OCR-CO-CONTESTACAO   PIC X(001).
              88 WK-OCR-EM-CONTESTACAO           VALUE "A".

      *----------------------------------------------------------------*
      *    TEMPO DE RESPOSTA (MS) DEVOLVIDO POR BUREAU01 PARA CADA     *
           05 WK-RF-CO-SITUACAO       PIC 9(001).
           05 WK-RF-DS-SITUACAO       PIC X(010).

       01  WK-DIGVER01-PARM.
           05 WK-DV-NU-DOCUMENTO      PIC 9(014).
           05 WK-DV-TIPO-PESSOA       PIC 9(001).
           05 WK-DV-CO-RESULTADO      PIC X(001).
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
           PERFORM 1400-VERIFICAR-BLOQUEIO
               THRU 1400-VERIFICAR-BLOQUEIO-EXIT.
           IF ACESSO-PERMITIDO
               PERFORM 1380-VALIDAR-DOCUMENTO
                   THRU 1380-VALIDAR-DOCUMENTO-EXIT
           END-IF.
           IF ACESSO-PERMITIDO AND DOCUMENTO-VALIDO
               PERFORM 1420-VERIFICAR-BASE-LEGAL
                   THRU 1420-VERIFICAR-BASE-LEGAL-EXIT
           END-IF.
           IF ACESSO-PERMITIDO AND DOCUMENTO-VALIDO
              AND BASE-LEGAL-VIGENTE
               PERFORM 1450-VERIFICAR-QUOTA
                   THRU 1450-VERIFICAR-QUOTA-EXIT
           END-IF.
               THRU 8500-GRAVAR-HISTORICO-EXIT.
           PERFORM 8550-FECHAR-DOSHIST
               THRU 8550-FECHAR-DOSHIST-EXIT.
           PERFORM 8600-GRAVAR-SOCIOS
               THRU 8600-GRAVAR-SOCIOS-EXIT.
           PERFORM 8690-FECHAR-SOCIOS
               THRU 8690-FECHAR-SOCIOS-EXIT.
           GOBACK.

       1000-INICIALIZAR.
           MOVE ZERO   TO WK-IDADE-CACHE.
           MOVE ZERO   TO WK-OCR-SEQ-POR-BURO.
           SET DOSSIE-PROSSEGUE TO TRUE.
           SET DOCUMENTO-VALIDO TO TRUE.
           SET BASE-LEGAL-VIGENTE TO TRUE.
           MOVE SPACES TO WK-BLG-CO-BASE-LEGAL.
           MOVE SPACES TO WK-BLG-CO-FINALIDADE.
           SET QUOTA-DISPONIVEL TO TRUE.
           SET DOSSIE-NAO-RECUSADO-QUOTA TO TRUE.
           SET SISTEMA-SEM-QUOTA TO TRUE.
           SET BUROCACHE-FECHADO TO TRUE.
           SET BUROSTAT-FECHADO TO TRUE.
           SET DOSHIST-FECHADO TO TRUE.
           SET CONTOCOR-FECHADO TO TRUE.
           SET SOCIOS-FECHADO TO TRUE.
           SET QUADRO-NAO-MONTADO TO TRUE.
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
           COMPUTE WK-DOCUMENTO =
       1370-CARREGAR-CBPARM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONFERE OS DIGITOS VERIFICADORES DO DOCUMENTO PELA ROTINA   *
      *    COMUM DIGVER01 (CPF OU CNPJ, CONFORME ES600-TIPO-PESSOA).   *
      *    DOCUMENTO INVALIDO OU TIPO DE PESSOA DESCONHECIDO ENCERRA   *
      *    O DOSSIE COM ES600-CO-RETORNO "06", ANTES DA QUOTA, DA      *
      *    RECEITA E DE QUALQUER BURO; NAO HA SIPDET NEM HISTORICO A   *
      *    GRAVAR (8400/8500), SO A AUDITORIA DA TENTATIVA.            *
      *----------------------------------------------------------------*
       1380-VALIDAR-DOCUMENTO.
           SET DOCUMENTO-VALIDO TO TRUE.
           MOVE WK-DOCUMENTO      TO WK-DV-NU-DOCUMENTO.
           MOVE ES600-TIPO-PESSOA TO WK-DV-TIPO-PESSOA.
           CALL "DIGVER01" USING WK-DIGVER01-PARM.
           IF DIGITO-CONFERE
               GO TO 1380-VALIDAR-DOCUMENTO-EXIT
           END-IF.
           SET DOCUMENTO-INVALIDO TO TRUE.
           SET DOSSIE-ENCERRADO TO TRUE.
           MOVE "06" TO ES600-CO-RETORNO.
           MOVE "CPF/CNPJ COM DIGITO VERIFICADOR INVALIDO"
             TO ES600-DS-RETORNO.
       1380-VALIDAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    VERIFICA NA LISTA DE BLOQUEIO SE O PAR NIS + DOCUMENTO      *
      *    ESTA IMPEDIDO DE CONSULTAR. BLOQUEADO, O DOSSIE E RECUSADO  *
       1400-VERIFICAR-BLOQUEIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONFERE NO CADASTRO DE BASE LEGAL (LGPD) SE HA HIPOTESE     *
      *    VIGENTE PARA O DOCUMENTO + CNPJ SOLICITANTE + SISTEMA:      *
      *    SITUACAO ATIVA, CONCESSAO ATE HOJE E VALIDADE EM BRANCO OU  *
      *    A PARTIR DE HOJE. SEM BASE VIGENTE, O DOSSIE E RECUSADO COM *
      *    ES600-CO-RETORNO "07" ANTES DA QUOTA, DA RECEITA E DE       *
      *    QUALQUER BURO, SEM SIPDET NEM HISTORICO; A TENTATIVA VAI    *
      *    PARA A AUDITORIA COM A OPERACAO SEM-BASE-LEGAL (8300). AO   *
      *    CONTRARIO DA LISTA DE BLOQUEIO, CADASTRO INDISPONIVEL       *
      *    RECUSA A CONSULTA: SEM ELE NAO HA COMO PROVAR A BASE.       *
      *    A BASE E A FINALIDADE ENCONTRADAS SEGUEM PARA A AUDITORIA.  *
      *----------------------------------------------------------------*
       1420-VERIFICAR-BASE-LEGAL.
           SET BASE-LEGAL-AUSENTE TO TRUE.
           OPEN INPUT ARQ-BASELEG.
           IF WK-FS-BASELEG NOT = "00"
               DISPLAY "PESPO600 - CADASTRO DE BASE LEGAL "
                       "INDISPONIVEL, FS=" WK-FS-BASELEG
               GO TO 1420-VERIFICAR-BASE-RECUSAR
           END-IF.
           MOVE WK-DOCUMENTO TO BLG-CPF-CNPJ.
           IF ES600-CNPJ-SOLICITANTE NUMERIC
               MOVE ES600-CNPJ-SOLICITANTE TO BLG-CNPJ-SOLICITANTE
           ELSE
               MOVE ZERO TO BLG-CNPJ-SOLICITANTE
           END-IF.
           MOVE ES600-SISTEMA TO BLG-SISTEMA.
           READ ARQ-BASELEG
               INVALID KEY
                   GO TO 1420-VERIFICAR-BASE-FECHAR
           END-READ.
           IF WK-FS-BASELEG NOT = "00"
               GO TO 1420-VERIFICAR-BASE-FECHAR
           END-IF.
           IF NOT BLG-ATIVA
              OR BLG-DT-CONCESSAO > WK-DATA-HOJE
               GO TO 1420-VERIFICAR-BASE-FECHAR
           END-IF.
           IF BLG-DT-VALIDADE NOT = SPACES
              AND BLG-DT-VALIDADE < WK-DATA-HOJE
               GO TO 1420-VERIFICAR-BASE-FECHAR
           END-IF.
           SET BASE-LEGAL-VIGENTE TO TRUE.
           MOVE BLG-CO-BASE-LEGAL TO WK-BLG-CO-BASE-LEGAL.
           MOVE BLG-CO-FINALIDADE TO WK-BLG-CO-FINALIDADE.
       1420-VERIFICAR-BASE-FECHAR.
           CLOSE ARQ-BASELEG.
       1420-VERIFICAR-BASE-RECUSAR.
           IF BASE-LEGAL-VIGENTE
               GO TO 1420-VERIFICAR-BASE-LEGAL-EXIT
           END-IF.
           SET DOSSIE-ENCERRADO TO TRUE.
           MOVE "07" TO ES600-CO-RETORNO.
           MOVE "SEM BASE LEGAL VIGENTE PARA A CONSULTA"
             TO ES600-DS-RETORNO.
       1420-VERIFICAR-BASE-LEGAL-EXIT.
           EXIT.

       1430-ABRIR-QUOTAS.
           IF QUOTAS-ABERTO
               GO TO 1430-ABRIR-QUOTAS-EXIT
                   THRU 2830-MONTAR-UM-SOCIO-EXIT
               VARYING WK-PJ-IX-SOCIO FROM 1 BY 1
               UNTIL WK-PJ-IX-SOCIO > ES600-PJ-QT-SOCIOS.
           SET QUADRO-MONTADO TO TRUE.
       2820-MONTAR-SOCIOS-EXIT.
           EXIT.

               MOVE ZERO          TO BST-QT-FALHAS
               MOVE SPACES        TO BST-DT-RETESTE
               MOVE SPACES        TO BST-HR-RETESTE
               MOVE SPACES        TO BST-DT-INI-SITUACAO
               MOVE SPACES        TO BST-HR-INI-SITUACAO
           END-IF.
           IF BST-QT-FALHAS NOT NUMERIC
               MOVE ZERO TO BST-QT-FALHAS
               PERFORM 2075-AGENDAR-RETESTE
                   THRU 2075-AGENDAR-RETESTE-EXIT
               MOVE "F" TO WK-ACAO-CIRCUITO
               PERFORM 2095-GRAVAR-HIST-CIRCUITO
                   THRU 2095-GRAVAR-HIST-CIRCUITO-EXIT
               PERFORM 2090-GRAVAR-AUD-CIRCUITO
                   THRU 2090-GRAVAR-AUD-CIRCUITO-EXIT
           END-IF.
               INTO WK-AUD-FUNCAO.
           MOVE "PESPO600"            TO WK-AUD-NO-PROGRAMA.
           MOVE ZERO                  TO WK-AUD-CPF-CNPJ.
           MOVE SPACES                TO WK-AUD-CO-BASE-LEGAL.
           MOVE SPACES                TO WK-AUD-CO-FINALIDADE.
           CALL "AUDIT010" USING WK-AUDIT010-PARM.
           IF WK-AUD-CO-RETORNO NOT = "00"
               DISPLAY "PESPO600 - AUDITORIA DO DISJUNTOR NAO "
       2090-GRAVAR-AUD-CIRCUITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    LEVA A ACAO AUTOMATICA DO DISJUNTOR (WK-ACAO-CIRCUITO) AO   *
      *    HISTORICO PERMANENTE DE SITUACAO DO BURO: ENCERRA O PERIODO *
      *    EM ABERTO E ABRE O DA NOVA SITUACAO, COM ORIGEM "A". O      *
      *    INICIO DO NOVO PERIODO VOLTA EM WK-BH-DT/HR-INI-ATUAL E E   *
      *    GUARDADO NO REG-BUROSTAT, REGRAVADO LOGO EM SEGUIDA.        *
      *    FALHA NO HISTORICO NAO IMPEDE A ACAO DO DISJUNTOR.          *
      *----------------------------------------------------------------*
       2095-GRAVAR-HIST-CIRCUITO.
           MOVE "S"                   TO WK-BH-FUNCAO.
           MOVE WK-GO-CO-BURO         TO WK-BH-CO-BURO.
           MOVE WK-ACAO-CIRCUITO      TO WK-BH-CO-SITUACAO.
           MOVE "A"                   TO WK-BH-CO-ORIGEM.
           MOVE WK-DATA-HOJE          TO WK-BH-DT-EVENTO.
           MOVE WK-HORA-AGORA         TO WK-BH-HR-EVENTO.
           MOVE BST-DT-INI-SITUACAO   TO WK-BH-DT-INI-ATUAL.
           MOVE BST-HR-INI-SITUACAO   TO WK-BH-HR-INI-ATUAL.
           MOVE SPACES                TO WK-BH-DT-INI-MANUT-ANT.
           MOVE SPACES                TO WK-BH-HR-INI-MANUT-ANT.
           MOVE SPACES                TO WK-BH-DT-INI-MANUT.
           MOVE SPACES                TO WK-BH-HR-INI-MANUT.
           MOVE SPACES                TO WK-BH-DT-FIM-MANUT.
           MOVE SPACES                TO WK-BH-HR-FIM-MANUT.
           MOVE NIS OF ES600-CONTROLE TO WK-BH-NIS.
           MOVE "PESPO600"            TO WK-BH-NO-PROGRAMA.
           CALL "BURHIS01" USING WK-BURHIS01-PARM.
           IF WK-BH-CO-RETORNO NOT = "00"
               DISPLAY "PESPO600 - HISTORICO DO DISJUNTOR NAO "
                       "GRAVADO, CO-RETORNO=" WK-BH-CO-RETORNO
                       " BURO=" WK-GO-CO-BURO
           END-IF.
           MOVE WK-BH-DT-INI-ATUAL    TO BST-DT-INI-SITUACAO.
           MOVE WK-BH-HR-INI-ATUAL    TO BST-HR-INI-SITUACAO.
       2095-GRAVAR-HIST-CIRCUITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    BURO FECHADO: SE FOI O DISJUNTOR AUTOMATICO QUE FECHOU      *
      *    (ORIGEM "A") E O INSTANTE DE RETESTE JA PASSOU, O BURO E    *
           MOVE ZERO   TO BST-QT-FALHAS.
           MOVE SPACES TO BST-DT-RETESTE.
           MOVE SPACES TO BST-HR-RETESTE.
           MOVE "A" TO WK-ACAO-CIRCUITO.
           PERFORM 2095-GRAVAR-HIST-CIRCUITO
               THRU 2095-GRAVAR-HIST-CIRCUITO-EXIT.
           REWRITE REG-BUROSTAT.
           PERFORM 2090-GRAVAR-AUD-CIRCUITO
               THRU 2090-GRAVAR-AUD-CIRCUITO-EXIT.
           SET BURO-DISPONIVEL TO TRUE.
               OPEN OUTPUT ARQ-OCORRENCIAS
           END-IF.
           SET ARQ-OCOR-ABERTO TO TRUE.
           OPEN INPUT ARQ-CONTOCOR.
           IF WK-FS-CONTOCOR = "00"
               SET CONTOCOR-ABERTO TO TRUE
           ELSE
               SET CONTOCOR-INDISPONIVEL TO TRUE
           END-IF.
       2905-ABRIR-ARQ-OCORRENCIAS-EXIT.
           EXIT.

                  "-"               DELIMITED BY SIZE
                  WK-GO-CONTADOR    DELIMITED BY SIZE
               INTO WK-OCR-NU-REF.
           PERFORM 2912-VERIFICAR-CONTESTACAO
               THRU 2912-VERIFICAR-CONTESTACAO-EXIT.
           PERFORM 2915-GRAVAR-EXTRATO-OCORR
               THRU 2915-GRAVAR-EXTRATO-OCORR-EXIT.
           PERFORM 2940-ACUMULAR-RISCO
       2910-GERAR-UMA-OCORRENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PROCURA A OCORRENCIA DA VEZ NO CADASTRO DE CONTESTACOES     *
      *    (DOCUMENTO + BURO + OCR-NU-REFERENCIA) E GUARDA A SITUACAO  *
      *    EM WK-OCR-CO-CONTESTACAO. CADASTRO INDISPONIVEL NAO IMPEDE  *
      *    O DOSSIE: A OCORRENCIA SEGUE SEM CONTESTACAO.               *
      *----------------------------------------------------------------*
       2912-VERIFICAR-CONTESTACAO.
           MOVE SPACES TO WK-OCR-CO-CONTESTACAO.
           IF NOT CONTOCOR-ABERTO
               GO TO 2912-VERIFICAR-CONTESTACAO-EXIT
           END-IF.
           MOVE WK-DOCUMENTO   TO CTO-CPF-CNPJ.
           MOVE WK-OCR-CO-BURO TO CTO-CO-BURO.
           MOVE WK-OCR-NU-REF  TO CTO-NU-REFERENCIA.
           READ ARQ-CONTOCOR
               INVALID KEY
                   GO TO 2912-VERIFICAR-CONTESTACAO-EXIT
           END-READ.
           IF WK-FS-CONTOCOR = "00"
               MOVE CTO-CO-SITUACAO TO WK-OCR-CO-CONTESTACAO
           END-IF.
       2912-VERIFICAR-CONTESTACAO-EXIT.
           EXIT.

       2915-GRAVAR-EXTRATO-OCORR.
           MOVE WK-DOCUMENTO    TO OCR-CPF-CNPJ.
           MOVE WK-OCR-CO-BURO  TO OCR-CO-BURO.
           MOVE WK-OCR-VL-OCORR TO OCR-VL-OCORRENCIA.
           MOVE WK-OCR-CO-STATUS TO OCR-CO-STATUS.
           MOVE WK-OCR-NU-REF   TO OCR-NU-REFERENCIA.
           MOVE WK-OCR-CO-CONTESTACAO TO OCR-CO-CONTESTACAO.
           WRITE REG-OCORRENCIA.
           PERFORM 2918-GRAVAR-HIST-OCORR
               THRU 2918-GRAVAR-HIST-OCORR-EXIT.
           MOVE WK-OCR-VL-OCORR   TO DH-VL-OCORR.
           MOVE WK-OCR-CO-STATUS  TO DH-CO-STATUS.
           MOVE WK-OCR-NU-REF     TO DH-NU-REF.
           MOVE WK-OCR-CO-CONTESTACAO TO DH-CO-CONTESTACAO.
           WRITE REG-DOSHIST
               INVALID KEY
                   REWRITE REG-DOSHIST
      *    PONDERADA (VALOR X PESO PERCENTUAL DO PAR BURO + STATUS,    *
      *    100,00 QUANDO O PAR NAO ESTA EM ARQ-RISCPAR). TODAS AS      *
      *    OCORRENCIAS ENTRAM NO RESUMO, DENTRO OU FORA DA JANELA DO   *
      *    CURSOR, COMO NO EXTRATO. OCORRENCIA EM CONTESTACAO ABERTA   *
      *    TROCA O PESO DO SEU STATUS PELO PESO PROPRIO DO PAR         *
      *    BURO + "C" (0,00 QUANDO O PAR NAO ESTA CADASTRADO);         *
      *    QUANTIDADE E VALOR DO BURO NAO MUDAM.                       *
      *----------------------------------------------------------------*
       2940-ACUMULAR-RISCO.
           PERFORM 2945-SOMAR-RISCO-BURO
               UNTIL WK-IX-RSK > 7.
           ADD 1               TO WK-QT-RISCO-GERAL.
           ADD WK-OCR-VL-OCORR TO WK-VL-RISCO-GERAL.
           IF WK-OCR-EM-CONTESTACAO
               MOVE ZERO TO WK-PC-PESO-ATUAL
               MOVE "C"  TO WK-CO-STATUS-PESO
           ELSE
               MOVE 100  TO WK-PC-PESO-ATUAL
               MOVE WK-OCR-CO-STATUS TO WK-CO-STATUS-PESO
           END-IF.
           PERFORM 2947-BUSCAR-PESO
                   THRU 2947-BUSCAR-PESO-EXIT
               VARYING WK-IX-PESO FROM 1 BY 1

       2947-BUSCAR-PESO.
           IF WK-PESO-CO-BURO   (WK-IX-PESO) = WK-OCR-CO-BURO
              AND WK-PESO-CO-STATUS (WK-IX-PESO) = WK-CO-STATUS-PESO
               MOVE WK-PESO-PC (WK-IX-PESO) TO WK-PC-PESO-ATUAL
           END-IF.
       2947-BUSCAR-PESO-EXIT.
           MOVE WK-HORA-AGORA         TO PND-HR-GERACAO.
           MOVE ZERO                  TO PND-QT-TENTATIVAS.
           MOVE WK-DATA-HOJE          TO PND-DT-PRIM-FALHA.
           MOVE ES600-CNPJ-SOLICITANTE TO PND-CNPJ-SOLICITANTE.
           WRITE REG-PENDENCIA.
           CLOSE ARQ-PENDENCIAS.
       8100-GRAVAR-PENDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ENCERRA O EXTRATO DE OCORRENCIAS E O CADASTRO DE            *
      *    CONTESTACOES, QUANDO ABERTOS, ANTES DE DEVOLVER O CONTROLE  *
      *    AO CHAMADOR.                                                *
      *----------------------------------------------------------------*
       8200-FECHAR-ARQ-OCORRENCIAS.
           IF ARQ-OCOR-FECHADO
           END-IF.
           CLOSE ARQ-OCORRENCIAS.
           SET ARQ-OCOR-FECHADO TO TRUE.
           IF CONTOCOR-ABERTO
               CLOSE ARQ-CONTOCOR
           END-IF.
           SET CONTOCOR-FECHADO TO TRUE.
       8200-FECHAR-ARQ-OCORRENCIAS-EXIT.
           EXIT.

           IF ACESSO-BLOQUEADO
               MOVE "ACESSO-BLOQUEADO" TO WK-AUD-OPERACAO
           ELSE
               IF BASE-LEGAL-AUSENTE
                   MOVE "SEM-BASE-LEGAL" TO WK-AUD-OPERACAO
               ELSE
                   MOVE OPERACAO OF ES600-CONTROLE TO WK-AUD-OPERACAO
               END-IF
           END-IF.
           MOVE SISTEMA      OF ES600-CONTROLE TO WK-AUD-SISTEMA.
           MOVE FUNCAO       OF ES600-CONTROLE TO WK-AUD-FUNCAO.
           MOVE NO-PROGRAMA  OF ES600-CONTROLE TO WK-AUD-NO-PROGRAMA.
           MOVE WK-DOCUMENTO                   TO WK-AUD-CPF-CNPJ.
           MOVE WK-BLG-CO-BASE-LEGAL           TO WK-AUD-CO-BASE-LEGAL.
           MOVE WK-BLG-CO-FINALIDADE           TO WK-AUD-CO-FINALIDADE.
           CALL "AUDIT010" USING WK-AUDIT010-PARM.
           IF WK-AUD-CO-RETORNO NOT = "00"
               DISPLAY "PESPO600 - AUDITORIA NAO GRAVADA, CO-RETORNO="
           IF ACESSO-BLOQUEADO
               GO TO 8400-GRAVAR-SIPDET-EXIT
           END-IF.
           IF DOCUMENTO-INVALIDO
               GO TO 8400-GRAVAR-SIPDET-EXIT
           END-IF.
           IF BASE-LEGAL-AUSENTE
               GO TO 8400-GRAVAR-SIPDET-EXIT
           END-IF.
      *    RECUSA SECA POR QUOTA (FORCAR-CONSULTA COM TETO ATINGIDO)
      *    NAO CONSULTOU NADA: NAO HA DETALHE A GRAVAR. A RECUSA
      *    PARCIAL (SO CACHE) CONTINUA GRAVANDO, POIS DEVOLVEU DADO
           IF ACESSO-BLOQUEADO
               GO TO 8500-GRAVAR-HISTORICO-EXIT
           END-IF.
           IF DOCUMENTO-INVALIDO
               GO TO 8500-GRAVAR-HISTORICO-EXIT
           END-IF.
           IF BASE-LEGAL-AUSENTE
               GO TO 8500-GRAVAR-HISTORICO-EXIT
           END-IF.
      *    RECUSA SECA POR QUOTA NAO GRAVA CABECALHO: UM "C" VAZIO
      *    COM A DATA DE HOJE FARIA O REFRESH DA CARTEIRA (PESPO601)
      *    TRATAR O DOCUMENTO COMO RECENTE E ESVAZIARIA O CONFRONTO
           SET DOSHIST-FECHADO TO TRUE.
       8550-FECHAR-DOSHIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ESPELHA O QUADRO DE SOCIOS DO DOSSIE DE PJ EM ARQ-SOCIOS:   *
      *    PRIMEIRO ENCERRA (DATA DE SAIDA = HOJE) OS VINCULOS ATIVOS  *
      *    DO CNPJ CUJO SOCIO NAO CONSTA MAIS EM ES600-PJ-TAB-SOCIOS;  *
      *    DEPOIS INCLUI OU ATUALIZA CADA SOCIO DO QUADRO ATUAL. SO    *
      *    GRAVA QUANDO 2820-MONTAR-SOCIOS RODOU (O QUE JA EXCLUI      *
      *    BLOQUEIO, DOCUMENTO INVALIDO, RECUSA POR QUOTA E SITUACAO   *
      *    CADASTRAL ENCERRADA) E NAO NAS CHAMADAS DE CONTINUACAO DO   *
      *    CURSOR, QUE DEVOLVEM O MESMO QUADRO DA PRIMEIRA.            *
      *----------------------------------------------------------------*
       8600-GRAVAR-SOCIOS.
           IF QUADRO-NAO-MONTADO
               GO TO 8600-GRAVAR-SOCIOS-EXIT
           END-IF.
           IF ES600-NU-OCORR-INICIAL NOT = ZERO
               GO TO 8600-GRAVAR-SOCIOS-EXIT
           END-IF.
           PERFORM 8605-ABRIR-SOCIOS
               THRU 8605-ABRIR-SOCIOS-EXIT.
           IF WK-FS-SOCIOS NOT = "00"
               DISPLAY "PESPO600 - QUADRO SOCIETARIO NAO GRAVADO, FS="
                       WK-FS-SOCIOS " CNPJ=" WK-DOCUMENTO
               GO TO 8600-GRAVAR-SOCIOS-EXIT
           END-IF.
           PERFORM 8610-ENCERRAR-SAIDAS
               THRU 8610-ENCERRAR-SAIDAS-EXIT.
           PERFORM 8640-GRAVAR-UM-SOCIO
                   THRU 8640-GRAVAR-UM-SOCIO-EXIT
               VARYING WK-PJ-IX-SOCIO FROM 1 BY 1
               UNTIL WK-PJ-IX-SOCIO > ES600-PJ-QT-SOCIOS.
       8600-GRAVAR-SOCIOS-EXIT.
           EXIT.

       8605-ABRIR-SOCIOS.
           IF SOCIOS-ABERTO
               GO TO 8605-ABRIR-SOCIOS-EXIT
           END-IF.
           OPEN I-O ARQ-SOCIOS.
           IF WK-FS-SOCIOS = "35"
               OPEN OUTPUT ARQ-SOCIOS
               CLOSE       ARQ-SOCIOS
               OPEN I-O    ARQ-SOCIOS
           END-IF.
           IF WK-FS-SOCIOS = "00"
               SET SOCIOS-ABERTO TO TRUE
           END-IF.
       8605-ABRIR-SOCIOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PERCORRE OS VINCULOS DO CNPJ (CHAVE ASCENDENTE POR CNPJ +   *
      *    CPF) E DA SAIDA AOS SOCIOS ATIVOS QUE NAO ESTAO NO QUADRO   *
      *    DEVOLVIDO NESTE DOSSIE.                                     *
      *----------------------------------------------------------------*
       8610-ENCERRAR-SAIDAS.
           SET NAO-FIM-SOCIOS TO TRUE.
           MOVE WK-DOCUMENTO TO SOC-CNPJ.
           MOVE ZERO         TO SOC-CPF-SOCIO.
           START ARQ-SOCIOS KEY >= SOC-CHAVE
               INVALID KEY
                   SET FIM-SOCIOS TO TRUE
           END-START.
           PERFORM 8620-REVISAR-VINCULO
               THRU 8620-REVISAR-VINCULO-EXIT
               UNTIL FIM-SOCIOS.
       8610-ENCERRAR-SAIDAS-EXIT.
           EXIT.

       8620-REVISAR-VINCULO.
           READ ARQ-SOCIOS NEXT RECORD
               AT END
                   SET FIM-SOCIOS TO TRUE
                   GO TO 8620-REVISAR-VINCULO-EXIT
           END-READ.
           IF WK-FS-SOCIOS NOT = "00"
              OR SOC-CNPJ NOT = WK-DOCUMENTO
               SET FIM-SOCIOS TO TRUE
               GO TO 8620-REVISAR-VINCULO-EXIT
           END-IF.
           IF SOC-DT-SAIDA NOT = SPACES
               GO TO 8620-REVISAR-VINCULO-EXIT
           END-IF.
           SET SOCIO-FORA-DO-QUADRO TO TRUE.
           PERFORM 8630-PROCURAR-NO-QUADRO
                   THRU 8630-PROCURAR-NO-QUADRO-EXIT
               VARYING WK-PJ-IX-BUSCA FROM 1 BY 1
               UNTIL WK-PJ-IX-BUSCA > ES600-PJ-QT-SOCIOS
                  OR SOCIO-NO-QUADRO.
           IF SOCIO-FORA-DO-QUADRO
               MOVE WK-DATA-HOJE TO SOC-DT-SAIDA
               REWRITE REG-SOCIO
           END-IF.
       8620-REVISAR-VINCULO-EXIT.
           EXIT.

       8630-PROCURAR-NO-QUADRO.
           IF ES600-PJ-CPF-SOCIO (WK-PJ-IX-BUSCA) = SOC-CPF-SOCIO
               SET SOCIO-NO-QUADRO TO TRUE
           END-IF.
       8630-PROCURAR-NO-QUADRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    INCLUI O SOCIO DA VEZ (ENTRADA = HOJE) OU ATUALIZA NOME,    *
      *    PARTICIPACAO E DATA DO ULTIMO DOSSIE DO VINCULO EXISTENTE.  *
      *    VINCULO ENCERRADO QUE VOLTA AO QUADRO E REABERTO.           *
      *----------------------------------------------------------------*
       8640-GRAVAR-UM-SOCIO.
           MOVE WK-DOCUMENTO TO SOC-CNPJ.
           MOVE ES600-PJ-CPF-SOCIO (WK-PJ-IX-SOCIO) TO SOC-CPF-SOCIO.
           READ ARQ-SOCIOS
               INVALID KEY
                   PERFORM 8650-INCLUIR-SOCIO
                       THRU 8650-INCLUIR-SOCIO-EXIT
                   GO TO 8640-GRAVAR-UM-SOCIO-EXIT
           END-READ.
           IF SOC-DT-SAIDA NOT = SPACES
               MOVE WK-DATA-HOJE TO SOC-DT-ENTRADA
               MOVE SPACES       TO SOC-DT-SAIDA
           END-IF.
           MOVE ES600-PJ-NO-SOCIO (WK-PJ-IX-SOCIO)     TO SOC-NO-SOCIO.
           MOVE ES600-PJ-PC-PARTICIPA (WK-PJ-IX-SOCIO)
                                              TO SOC-PC-PARTICIPA.
           MOVE WK-DATA-HOJE TO SOC-DT-ULT-DOSSIE.
           REWRITE REG-SOCIO.
       8640-GRAVAR-UM-SOCIO-EXIT.
           EXIT.

       8650-INCLUIR-SOCIO.
           MOVE WK-DOCUMENTO TO SOC-CNPJ.
           MOVE ES600-PJ-CPF-SOCIO (WK-PJ-IX-SOCIO)    TO SOC-CPF-SOCIO.
           MOVE ES600-PJ-NO-SOCIO (WK-PJ-IX-SOCIO)     TO SOC-NO-SOCIO.
           MOVE ES600-PJ-PC-PARTICIPA (WK-PJ-IX-SOCIO)
                                              TO SOC-PC-PARTICIPA.
           MOVE WK-DATA-HOJE TO SOC-DT-ENTRADA.
           MOVE SPACES       TO SOC-DT-SAIDA.
           MOVE WK-DATA-HOJE TO SOC-DT-ULT-DOSSIE.
           WRITE REG-SOCIO.
       8650-INCLUIR-SOCIO-EXIT.
           EXIT.

       8690-FECHAR-SOCIOS.
           IF SOCIOS-FECHADO
               GO TO 8690-FECHAR-SOCIOS-EXIT
           END-IF.
           CLOSE ARQ-SOCIOS.
           SET SOCIOS-FECHADO TO TRUE.
       8690-FECHAR-SOCIOS-EXIT.
           EXIT.

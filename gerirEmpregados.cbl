               SELECT OPTIONAL REJEITADOS ASSIGN TO "rejeitadosLote.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL FICHA ASSIGN TO "fichaEmpregado.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL OPERADORES ASSIGN TO "operadores.txt"
               RELATIVE KEY IS oper-chave
               FILE STATUS IS OPERFILESTATUS.

               SELECT OPTIONAL PERFIS ASSIGN TO "perfis.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS perfil-chave
               FILE STATUS IS PERFILFILESTATUS.

               SELECT OPTIONAL OPERPERFIL ASSIGN TO "perfisOperadores.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS operperf-chave
               FILE STATUS IS OPERPERFSTATUS.

               SELECT OPTIONAL CATEGORIAS ASSIGN TO "categorias.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS cat-chave
               FILE STATUS IS CATFILESTATUS.

               SELECT OPTIONAL EMPCATEG ASSIGN TO "categoriasEmpregados.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS ecat-chave
               FILE STATUS IS ECATFILESTATUS.

               SELECT CMPSORTED ASSIGN TO DISK
               ACCESS MODE IS SEQUENTIAL.

               SELECT CMPSORT ASSIGN TO DISK
               ACCESS MODE IS SEQUENTIAL.

               SELECT CMPREL ASSIGN TO "bandasSalariais.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL JORNAL ASSIGN TO "jornal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDIDOSFILESTATUS.

               SELECT OPTIONAL EXECCTL ASSIGN TO "execucaoControle.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS ectl-chave
               FILE STATUS IS EXECCTLSTATUS.

               SELECT EXECLOG ASSIGN TO "execucaoLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT FOLHA ASSIGN TO "folhaPagamento.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL TAXAS ASSIGN TO "taxasRetencao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXAFILESTATUS.

               SELECT RECIBOS ASSIGN TO "recibosVencimento.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL LIQUIDOS ASSIGN TO LIQUIDOS-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIQFILESTATUS.

               SELECT OPTIONAL CONTRATOS ASSIGN TO "contratos.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS ctr-chave
               FILE STATUS IS CTRFILESTATUS.

               SELECT CTRREL ASSIGN TO "contratosRelatorio.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL ALTCTL ASSIGN TO "alteracoesControle.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS altctl-chave
               FILE STATUS IS ALTCTLSTATUS.

               SELECT OPTIONAL ALTERACOES ASSIGN TO "alteracoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL ALTARQ ASSIGN TO ALT-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALTARQSTATUS.

               SELECT PRJREL ASSIGN TO "projecaoCustos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL PARAMFOLHA ASSIGN TO "parametrosFolha.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS param-chave
               FILE STATUS IS PARAMFILESTATUS.

               SELECT OPTIONAL CONTAS ASSIGN TO "contasBancarias.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS conta-chave
               FILE STATUS IS CONTAFILESTATUS.

               SELECT OPTIONAL TRANSFERENCIAS ASSIGN TO "transferencias.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT TRFEXCECOES ASSIGN TO "transferenciasExcecoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL FOLHACTL ASSIGN TO "folhaControle.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS COPIAFILESTATUS.

               SELECT OPTIONAL COPIAEMP ASSIGN TO COPIA-EMP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIAEMPSTATUS.

               SELECT OPTIONAL COPIADEPT ASSIGN TO COPIA-DEPT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIADEPTSTATUS.

               SELECT OPTIONAL COPIARESC ASSIGN TO COPIA-RESC-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIARESCSTATUS.

               SELECT OPTIONAL COPIAHIST ASSIGN TO COPIA-HIST-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIAHISTSTATUS.

               SELECT OPTIONAL COPIACONTA ASSIGN TO COPIA-CONTA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIACONTASTATUS.

               SELECT OPTIONAL COPIARET ASSIGN TO COPIA-RET-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIARETSTATUS.

               SELECT RETREL ASSIGN TO "retencaoRelatorio.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL RETTMP ASSIGN TO "retencaoTrabalho.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL RETORIG ASSIGN TO ANON-FICHEIRO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETORIGSTATUS.

               SELECT DADOSEMP ASSIGN TO "dadosEmpregado.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           02 lote-genero PICTURE X.
           02 lote-departamento PICTURE 9.
           02 lote-dataDeEntrada PICTURE 9(6).
           02 lote-categoria PICTURE 99.
           02 lote-contrato-tipo PICTURE X.
           02 lote-contrato-fim-exp PICTURE 9(6).
           02 lote-contrato-fim PICTURE 9(6).

       FD RESCISOES
       LABEL RECORDS ARE STANDARD.
           02 rej-departamento PICTURE 9.
           02 rej-dataDeEntrada PICTURE 9(6).
           02 rej-motivo PICTURE X(2).
           02 rej-categoria PICTURE X(2).
           02 rej-contrato-tipo PICTURE X.
           02 rej-contrato-fim-exp PICTURE X(6).
           02 rej-contrato-fim PICTURE X(6).

       FD FICHA
       LABEL RECORDS ARE STANDARD.
       01 RECORD-FICHA PICTURE X(90).
           88 ENDOFFILE-FICHA VALUE HIGH-VALUES.

       FD OPERADORES.
       01 RECORD-OPER.
           02 oper-codigo PICTURE 9(4).
           02 oper-nome PICTURE X(15).

       FD PERFIS.
       01 RECORD-PERFIL.
           88 ENDOFFILE-PERFIL VALUE HIGH-VALUES.
           02 perfil-codigo PICTURE 99.
           02 perfil-nome PICTURE X(15).
           02 perfil-menu PICTURE X(50).
           02 perfil-batch PICTURE X(20).

       FD OPERPERFIL.
       01 RECORD-OPERPERFIL.
           02 operperf-codigo PICTURE 9(4).
           02 operperf-perfil PICTURE 99.

       FD CATEGORIAS.
       01 RECORD-CATEGORIA.
           88 ENDOFFILE-CAT VALUE HIGH-VALUES.
           02 cat-codigo PICTURE 99.
           02 cat-titulo PICTURE X(20).
           02 cat-minimo PICTURE 9(6)V99.
           02 cat-medio PICTURE 9(6)V99.
           02 cat-maximo PICTURE 9(6)V99.

       FD EMPCATEG.
       01 RECORD-EMPCATEG.
           02 ecat-identity PICTURE 9(6).
           02 ecat-categoria PICTURE 99.

       FD CMPSORTED
       LABEL RECORDS ARE STANDARD.
       01 RECORD-CMPSORTED.
           88 ENDOFFILE-CMPS VALUE HIGH-VALUES.
           02 cmps-departamento PICTURE 9.
           02 cmps-categoria PICTURE 99.
           02 cmps-id PICTURE 9(6).
           02 cmps-nome PICTURE X(15).
           02 cmps-salario PICTURE 9(6)V99.

       SD CMPSORT.
           01 RECORD-CMPSORT.
           02 cmp-ts-departamento PICTURE 9.
           02 cmp-ts-categoria PICTURE 99.
           02 cmp-ts-id PICTURE 9(6).
           02 cmp-ts-nome PICTURE X(15).
           02 cmp-ts-salario PICTURE 9(6)V99.

       FD CMPREL
       LABEL RECORDS ARE STANDARD.
       01 RECORD-CMPREL PICTURE X(90).

       FD JORNAL
       LABEL RECORDS ARE STANDARD.
       01 RECORD-JORNAL.
       FD ACERTO
       LABEL RECORDS ARE STANDARD.
       01 RECORD-ACERTO PICTURE X(90).
           88 ENDOFFILE-ACERTO VALUE HIGH-VALUES.

       FD JORNALREL
       LABEL RECORDS ARE STANDARD.
       FD JORNALARQ
       LABEL RECORDS ARE STANDARD.
       01 RECORD-JORNALARQ.
           88 ENDOFFILE-JARQ VALUE HIGH-VALUES.
           02 jarq-operador PICTURE 9(4).
           02 jarq-data PICTURE 9(6).
           02 jarq-hora PICTURE 9(6).
           02 ped-funcao PICTURE X(12).
           02 FILLER PICTURE X(1).
           02 ped-parametro PICTURE X(6).
           02 FILLER PICTURE X(1).
           02 ped-condicao-rc PICTURE X(1).

       FD EXECCTL.
       01 RECORD-EXECCTL.
           02 ectl-passo PICTURE 9(3).
           02 ectl-funcao PICTURE X(12).
           02 ectl-parametro PICTURE X(6).
           02 ectl-estado PICTURE X.
           02 ectl-rc PICTURE 9.
           02 ectl-data PICTURE 9(8).
           02 ectl-hora PICTURE 9(6).

       FD EXECLOG
       LABEL RECORDS ARE STANDARD.
       LABEL RECORDS ARE STANDARD.
       01 RECORD-FOLHA PICTURE X(90).

       FD TAXAS
       LABEL RECORDS ARE STANDARD.
       01 RECORD-TAXA.
           88 ENDOFFILE-TAXA VALUE HIGH-VALUES.
           02 tx-data-efetiva PICTURE 9(6).
           02 tx-limite PICTURE 9(6)V99.
           02 tx-taxa-irs PICTURE 99V99.
           02 tx-taxa-ss PICTURE 99V99.
           02 tx-taxa-entidade PICTURE 99V99.

       FD RECIBOS
       LABEL RECORDS ARE STANDARD.
       01 RECORD-RECIBO PICTURE X(90).

       FD LIQUIDOS
       LABEL RECORDS ARE STANDARD.
       01 RECORD-LIQUIDO.
           88 ENDOFFILE-LIQ VALUE HIGH-VALUES.
           02 liq-identity PICTURE 9(6).
           02 liq-nome PICTURE X(15).
           02 liq-departamento PICTURE 9.
           02 liq-valor PICTURE S9(7)V99 SIGN IS LEADING SEPARATE.

       FD CONTRATOS.
       01 RECORD-CONTRATO.
           02 ctr-identity PICTURE 9(6).
           02 ctr-tipo PICTURE X.
           02 ctr-inicio PICTURE 9(6).
           02 ctr-fim-experimental PICTURE 9(6).
           02 ctr-data-fim PICTURE 9(6).
           02 ctr-renovacoes PICTURE 99.
           02 ctr-saida-anunciada PICTURE 9(6).

       FD CTRREL
       LABEL RECORDS ARE STANDARD.
       01 RECORD-CTRREL PICTURE X(90).

       FD ALTCTL.
       01 RECORD-ALTCTL.
           02 altctl-sequencia PICTURE 9(6).
           02 altctl-posicao PICTURE 9(7).
           02 altctl-data PICTURE 9(8).
           02 altctl-hora PICTURE 9(6).

       FD ALTERACOES
       LABEL RECORDS ARE STANDARD.
       01 RECORD-ALTERACAO PICTURE X(90).
           88 ENDOFFILE-ALTERACAO VALUE HIGH-VALUES.

       FD ALTARQ
       LABEL RECORDS ARE STANDARD.
       01 RECORD-ALTARQ.
           88 ENDOFFILE-ALTARQ VALUE HIGH-VALUES.
           02 FILLER PICTURE X(90).

       FD PRJREL
       LABEL RECORDS ARE STANDARD.
       01 RECORD-PRJREL PICTURE X(90).

       FD PARAMFOLHA.
       01 RECORD-PARAMFOLHA.
           02 prm-dias-doenca PICTURE 99.
           02 prm-perc-doenca PICTURE 999.

       FD CONTAS.
       01 RECORD-CONTA.
           88 ENDOFFILE-CONTA VALUE HIGH-VALUES.
           02 conta-identity PICTURE 9(6).
           02 conta-iban PICTURE X(34).
           02 conta-titular PICTURE X(30).

       FD TRANSFERENCIAS
       LABEL RECORDS ARE STANDARD.
       01 RECORD-TRANSFERENCIA PICTURE X(90).
           88 ENDOFFILE-TRF VALUE HIGH-VALUES.

       FD TRFEXCECOES
       LABEL RECORDS ARE STANDARD.
       01 RECORD-TRFEXCECAO PICTURE X(90).

       FD FOLHACTL.
       01 RECORD-FOLHACTL.
           88 ENDOFFILE-FOLHACTL VALUE HIGH-VALUES.
           02 folha-ctl-periodo PICTURE 9(4).
           02 folha-estado PICTURE X.

           02 cpdept-codigo PICTURE 9.
           02 cpdept-nome PICTURE X(20).

       FD COPIARESC
       LABEL RECORDS ARE STANDARD.
       01 RECORD-COPIARESC PICTURE X(46).
           88 ENDOFFILE-CPRESC VALUE HIGH-VALUES.

       FD COPIAHIST
       LABEL RECORDS ARE STANDARD.
       01 RECORD-COPIAHIST PICTURE X(36).
           88 ENDOFFILE-CPHIST VALUE HIGH-VALUES.

       FD COPIACONTA
       LABEL RECORDS ARE STANDARD.
       01 RECORD-COPIACONTA.
           88 ENDOFFILE-CPCONTA VALUE HIGH-VALUES.
           02 cpconta-identity PICTURE 9(6).
           02 cpconta-iban PICTURE X(34).
           02 cpconta-titular PICTURE X(30).

       FD COPIARET
       LABEL RECORDS ARE STANDARD.
       01 RECORD-COPIARET.
           88 ENDOFFILE-CPRET VALUE HIGH-VALUES.
           02 cpret-ficheiro PICTURE X(21).
           02 cpret-registo PICTURE X(90).

       FD RETREL
       LABEL RECORDS ARE STANDARD.
       01 RECORD-RETREL PICTURE X(90).

       FD RETTMP
       LABEL RECORDS ARE STANDARD.
       01 RECORD-RETTMP PICTURE X(90).
           88 ENDOFFILE-RETTMP VALUE HIGH-VALUES.

       FD RETORIG
       LABEL RECORDS ARE STANDARD.
       01 RECORD-RETORIG PICTURE X(90).
           88 ENDOFFILE-RETORIG VALUE HIGH-VALUES.

       FD DADOSEMP
       LABEL RECORDS ARE STANDARD.
       01 RECORD-DADOSEMP PICTURE X(90).


       WORKING-STORAGE SECTION.
           01 SEM-VALOR PICTURE X.
           01 RESC-INDEX PICTURE 9(4).
           01 RESC-ENCONTRADO PICTURE 9(3) VALUE ZERO.
           01 RESC-CHEIA PICTURE 9 VALUE ZERO.
           01 RESC-ANONIMIZADA PICTURE 9 VALUE ZERO.
           01 RESPOSTA-SN PICTURE X.
           01 AUMFILESTATUS PICTURE XX.
               88 AUMOPERATIONSUCCESSFULL VALUE "00".
           01 AUM-TOT-DEPOIS PICTURE 9(9)V99 OCCURS 10 TIMES.
           01 AUM-CONT PICTURE 9(3) OCCURS 10 TIMES.
           01 AUM-HEADER PICTURE X(80)
               VALUE "ID     NOME             DEPTO SAL-ANTES SAL-DEPOIS PERCENT  BANDA".
           01 LINHA-AUM.
               02 AUM-LIN-ID PICTURE Z(5)9.
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 AUM-LIN-DEPOIS PICTURE Z(5)9.99.
               02 FILLER PICTURE X(4) VALUE SPACES.
               02 AUM-LIN-PERC PICTURE Z9.99.
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 AUM-LIN-BANDA PICTURE X(12).
               02 FILLER PICTURE X(24) VALUE SPACES.
           01 LINHA-AUM-TOT.
               02 FILLER PICTURE X(13) VALUE "DEPARTAMENTO ".
               02 AUM-TOT-DEPT PICTURE 9.
               02 FOLHA-DEPT-COD PICTURE 9.
               02 FILLER PICTURE X(8) VALUE " TOTAL: ".
               02 FOLHA-DEPT-VALOR PICTURE -(7)9.99.
               02 FILLER PICTURE X(17) VALUE " CUSTO ENTIDADE: ".
               02 FOLHA-DEPT-CUSTO-VALOR PICTURE -(8)9.99.
               02 FILLER PICTURE X(28) VALUE SPACES.
           01 LINHA-FOLHA-BRUTO.
               02 FILLER PICTURE X(19) VALUE "REMUNERACAO BRUTA: ".
               02 FOLHA-BRUTO-VALOR PICTURE -(6)9.99.
               02 FILLER PICTURE X(61) VALUE SPACES.
           01 LINHA-FOLHA-ENTIDADE.
               02 FILLER PICTURE X(21) VALUE "ENCARGO DA ENTIDADE: ".
               02 FOLHA-ENTIDADE-VALOR PICTURE Z(6)9.99.
               02 FILLER PICTURE X(14) VALUE " CUSTO TOTAL: ".
               02 FOLHA-CUSTO-VALOR PICTURE -(7)9.99.
               02 FILLER PICTURE X(34) VALUE SPACES.
           01 LINHA-FOLHA-SEMTAXA.
               02 FILLER PICTURE X(56)
                   VALUE "   AVISO: SEM TAXAS DE RETENCAO EM VIGOR PARA O SALARIO ".
               02 FOLHA-SEMTAXA-BRUTO PICTURE Z(6)9.99.
               02 FILLER PICTURE X(24) VALUE SPACES.
           01 LINHA-FOLHA-TOTAL.
               02 FOLHA-TOTAL-TEXTO PICTURE X(40).
               02 FOLHA-TOTAL-VALOR PICTURE -(9)9.99.
               02 FILLER PICTURE X(37) VALUE SPACES.
           01 FOLHA-BRUTO PICTURE S9(7)V99.
           01 FOLHA-DESCONTOS PICTURE 9(7)V99.
           01 FOLHA-TAXA-IRS PICTURE 99V99.
           01 FOLHA-TAXA-SS PICTURE 99V99.
           01 FOLHA-TAXA-ENTIDADE PICTURE 99V99.
           01 FOLHA-IRS PICTURE 9(7)V99.
           01 FOLHA-SS PICTURE 9(7)V99.
           01 FOLHA-ENTIDADE PICTURE 9(7)V99.
           01 FOLHA-SEM-TAXA PICTURE 9(3) VALUE ZERO.
           01 FOLHA-DEPT-CUSTO PICTURE S9(8)V99 OCCURS 10 TIMES.
           01 FOLHA-TOT-IRS PICTURE 9(9)V99.
           01 FOLHA-TOT-SS PICTURE 9(9)V99.
           01 FOLHA-TOT-ENTIDADE PICTURE 9(9)V99.
           01 TAXAFILESTATUS PICTURE XX.
               88 TAXAOPERATIONSUCCESSFULL VALUE "00".
           01 TAXA-TABELA-REG PICTURE X(26) OCCURS 999 TIMES.
           01 TAXA-REGISTO.
               02 txr-data-efetiva PICTURE 9(6).
               02 txr-limite PICTURE 9(6)V99.
               02 txr-taxa-irs PICTURE 99V99.
               02 txr-taxa-ss PICTURE 99V99.
               02 txr-taxa-entidade PICTURE 99V99.
           01 TAXA-TOTAL PICTURE 9(3) VALUE ZERO.
           01 TAXA-INDEX PICTURE 9(4).
           01 TAXA-CHEIA PICTURE 9 VALUE ZERO.
           01 TAXA-REMOVER PICTURE 9(4) VALUE ZERO.
           01 TAXA-ENCONTRADA PICTURE 9 VALUE ZERO.
           01 TAXA-REF-AAAAMMDD PICTURE 9(8).
           01 TAXA-DATA-AAAAMMDD PICTURE 9(8).
           01 TAXA-DATA-ESCOLHIDA PICTURE 9(8).
           01 TAXA-LIMITE-ESCOLHIDO PICTURE 9(6)V99.
           01 RESPOSTA-TAXA PICTURE 9.
           01 TAXA-NOVA-DATA PICTURE 9(6).
           01 TAXA-NOVO-LIMITE PICTURE 9(6)V99.
           01 TAXA-NOVA-IRS PICTURE 99V99.
           01 TAXA-NOVA-SS PICTURE 99V99.
           01 TAXA-NOVA-ENTIDADE PICTURE 99V99.
           01 TAXA-PERC-TEXTO PICTURE X(6).
           01 TAXA-PERC-VALOR PICTURE 9(3)V99.
           01 TAXA-LIN-LIMITE PICTURE Z(5)9.99.
           01 TAXA-LIN-IRS PICTURE Z9.99.
           01 TAXA-LIN-SS PICTURE Z9.99.
           01 TAXA-LIN-ENTIDADE PICTURE Z9.99.
           01 LINHA-RCB-CAB.
               02 FILLER PICTURE X(31) VALUE "RECIBO DE VENCIMENTO - PERIODO ".
               02 RCB-CAB-PERIODO PICTURE 9(4).
               02 FILLER PICTURE X(55) VALUE SPACES.
           01 LINHA-RCB-EMP.
               02 FILLER PICTURE X(10) VALUE "EMPREGADO ".
               02 RCB-EMP-ID PICTURE 9(6).
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 RCB-EMP-NOME PICTURE X(15).
               02 FILLER PICTURE X(14) VALUE " DEPARTAMENTO ".
               02 RCB-EMP-DEPT PICTURE 9.
               02 FILLER PICTURE X(43) VALUE SPACES.
           01 LINHA-RCB-LIN.
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 RCB-LIN-TEXTO PICTURE X(30).
               02 RCB-LIN-PERC PICTURE Z9.99 BLANK WHEN ZERO VALUE ZERO.
               02 RCB-LIN-PCT PICTURE X(1).
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 RCB-LIN-VALOR PICTURE -(7)9.99.
               02 FILLER PICTURE X(39) VALUE SPACES.
           01 ctr-chave PICTURE 9(6).
           01 CTRFILESTATUS PICTURE XX.
               88 CTROPERATIONSUCCESSFULL VALUE "00".
               88 CTRRECORDEXISTS VALUE "22".
               88 CTRNORECORDEXISTS VALUE "23".
           01 erro-ctr PICTURE 9 VALUE ZERO.
           01 RESPOSTA-CTR PICTURE 9.
           01 CTR-ID-EMPREGADO PICTURE 9(6).
           01 CTR-EXISTE PICTURE 9 VALUE ZERO.
           01 CTR-PEDE-INICIO PICTURE 9 VALUE ZERO.
           01 CTR-GRAVAR PICTURE 9 VALUE ZERO.
           01 CTR-VALIDO PICTURE 9 VALUE ZERO.
           01 CTR-EXPIRADO PICTURE 9 VALUE ZERO.
           01 CTR-NOVO-TIPO PICTURE X.
           01 CTR-NOVO-INICIO PICTURE 9(6).
           01 CTR-NOVO-FIM-EXP PICTURE 9(6).
           01 CTR-NOVO-FIM PICTURE 9(6).
           01 CTR-NOVO-RENOVACOES PICTURE 99.
           01 CTR-NOVO-SAIDA PICTURE 9(6).
           01 CTR-INICIO-AAAAMMDD PICTURE 9(8).
           01 CTR-FIM-AAAAMMDD PICTURE 9(8).
           01 CTR-DATA-AAAAMMDD PICTURE 9(8).
           01 CTR-HOJE-DIAS PICTURE 9(7).
           01 CTR-DIAS PICTURE S9(7).
           01 CTR-EVENTO-DATA PICTURE 9(6).
           01 CTR-CONT-30 PICTURE 9(4).
           01 CTR-CONT-60 PICTURE 9(4).
           01 CTR-CONT-90 PICTURE 9(4).
           01 CTR-CONT-EXP PICTURE 9(4).
           01 CTR-TOT-EXPIRADOS PICTURE 9(4) VALUE ZERO.
           01 CTR-SEM-CONTRATO PICTURE 9(4) VALUE ZERO.
           01 FOLHA-EXCLUIDOS PICTURE 9(3) VALUE ZERO.
           01 FOLHA-CTR-TERMINA PICTURE 9(3) VALUE ZERO.
           01 FOLHA-FIM-AAAAMMDD PICTURE 9(8).
           01 LINHA-FOLHA-CTRFIM.
               02 FILLER PICTURE X(10) VALUE "EMPREGADO ".
               02 FOLHA-CTRFIM-ID PICTURE 9(6).
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 FOLHA-CTRFIM-NOME PICTURE X(15).
               02 FILLER PICTURE X(37) VALUE " ALERTA: CONTRATO A TERMO TERMINA EM ".
               02 FOLHA-CTRFIM-DATA PICTURE 9(6).
               02 FILLER PICTURE X(15) VALUE SPACES.
           01 LINHA-FOLHA-EXCL.
               02 FILLER PICTURE X(10) VALUE "EMPREGADO ".
               02 FOLHA-EXCL-ID PICTURE 9(6).
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 FOLHA-EXCL-NOME PICTURE X(15).
               02 FILLER PICTURE X(40) VALUE " EXCLUIDO: CONTRATO A TERMO TERMINOU EM ".
               02 FOLHA-EXCL-DATA PICTURE 9(6).
               02 FILLER PICTURE X(12) VALUE SPACES.
           01 LINHA-FOLHA-REJC.
               02 FILLER PICTURE X(16) VALUE "ITEM REJEITADO: ".
               02 FOLHA-REJC-ID PICTURE 9(6).
               02 FILLER PICTURE X(40) VALUE " EMPREGADO EXCLUIDO (CONTRATO TERMINADO)".
               02 FILLER PICTURE X(28) VALUE SPACES.
           01 LINHA-CTR-CAB.
               02 FILLER PICTURE X(56) VALUE "RELATORIO DE FINS DE CONTRATO E DE PERIODO EXPERIMENTAL ".
               02 FILLER PICTURE X(11) VALUE "- CALCULADO".
               02 FILLER PICTURE X(4) VALUE " EM ".
               02 CTR-CAB-DATA PICTURE X(8).
               02 FILLER PICTURE X(11) VALUE SPACES.
           01 LINHA-CTR-DEPT.
               02 FILLER PICTURE X(13) VALUE "DEPARTAMENTO ".
               02 CTR-DEPT-CODIGO PICTURE 9.
               02 FILLER PICTURE X(3) VALUE " - ".
               02 CTR-DEPT-NOME PICTURE X(20).
               02 FILLER PICTURE X(53) VALUE SPACES.
           01 CTR-HEADER PICTURE X(90)
               VALUE "    ID NOME            TIPO EVENTO                       DATA      DIAS  JANELA".
           01 LINHA-CTR.
               02 CTR-LIN-ID PICTURE Z(5)9.
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 CTR-LIN-NOME PICTURE X(15).
               02 FILLER PICTURE X(3) VALUE SPACES.
               02 CTR-LIN-TIPO PICTURE X.
               02 FILLER PICTURE X(3) VALUE SPACES.
               02 CTR-LIN-EVENTO PICTURE X(28).
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 CTR-LIN-DATA PICTURE 9(6).
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 CTR-LIN-DIAS PICTURE -(4)9.
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 CTR-LIN-JANELA PICTURE X(10).
               02 FILLER PICTURE X(6) VALUE SPACES.
           01 LINHA-CTR-TOT.
               02 FILLER PICTURE X(20) VALUE "TOTAL: ATE 30 DIAS: ".
               02 CTR-TOT-30 PICTURE ZZZ9.
               02 FILLER PICTURE X(14) VALUE " ATE 60 DIAS: ".
               02 CTR-TOT-60 PICTURE ZZZ9.
               02 FILLER PICTURE X(14) VALUE " ATE 90 DIAS: ".
               02 CTR-TOT-90 PICTURE ZZZ9.
               02 FILLER PICTURE X(12) VALUE " EXPIRADOS: ".
               02 CTR-TOT-EXP PICTURE ZZZ9.
               02 FILLER PICTURE X(14) VALUE SPACES.
           01 LINHA-CTR-SEM.
               02 FILLER PICTURE X(35) VALUE "EMPREGADOS SEM CONTRATO REGISTADO: ".
               02 CTR-SEM-TOTAL PICTURE ZZZ9.
               02 FILLER PICTURE X(51) VALUE SPACES.
           01 altctl-chave PICTURE 9.
           01 ALTCTLSTATUS PICTURE XX.
               88 ALTCTLOPERATIONSUCCESSFULL VALUE "00".
               88 ALTCTLRECORDEXISTS VALUE "22".
               88 ALTCTLNORECORDEXISTS VALUE "23".
           01 ALTARQSTATUS PICTURE XX.
               88 ALTARQAUSENTE VALUE "05".
           01 ALT-ARQ-NOME PICTURE X(20) VALUE "alteracoes000000.txt".
           01 RESPOSTA-ALT PICTURE 9.
           01 ALT-SEQUENCIA PICTURE 9(6).
           01 ALT-POSICAO PICTURE 9(7).
           01 ALT-LIDOS PICTURE 9(7).
           01 ALT-CONTROLO-EXISTE PICTURE 9 VALUE ZERO.
           01 ALT-RECUSADA PICTURE 9 VALUE ZERO.
           01 ALT-REENVIO-SEQ PICTURE 9(6).
           01 ALT-REENVIADOS PICTURE 9(6).
           01 ALT-NOVAS PICTURE 9(6).
           01 ALT-RETIDOS PICTURE 9(5).
           01 ALT-ACOES-VALORES.
               02 FILLER PICTURE X(21) VALUE "INSDELUPDTRFREAAUMLOT".
           01 ALT-ACOES-TABELA REDEFINES ALT-ACOES-VALORES.
               02 ALT-ACAO-CODIGO PICTURE X(3) OCCURS 7 TIMES.
           01 ALT-ACAO-CONT PICTURE 9(6) OCCURS 7 TIMES.
           01 ALT-ACAO-INDEX PICTURE 99.
           01 ALT-ACAO-ENCONTRADA PICTURE 99.
           01 ALT-DIA-DATA PICTURE 9(6).
           01 ALT-DIA-TOTAL PICTURE 9(3).
           01 ALT-DIA-ID PICTURE 9(6) OCCURS 999 TIMES.
           01 ALT-DIA-CONT PICTURE 9(3) OCCURS 999 TIMES.
           01 ALT-DIA-INDEX PICTURE 9(4).
           01 ALT-ORDEM PICTURE 9(3).
           01 ALT-HIST-CONT PICTURE 9(3).
           01 LINHA-ALT-CAB.
               02 FILLER PICTURE X(1) VALUE "H".
               02 ALT-CAB-SEQ PICTURE 9(6).
               02 ALT-CAB-DATA PICTURE X(8).
               02 ALT-CAB-HORA PICTURE X(6).
               02 ALT-CAB-TIPO PICTURE X(1).
               02 FILLER PICTURE X(24) VALUE "ALTERACOES DE EMPREGADOS".
               02 FILLER PICTURE X(44) VALUE SPACES.
           01 LINHA-ALT-DET.
               02 FILLER PICTURE X(1) VALUE "D".
               02 ALT-DET-ACAO PICTURE X(3).
               02 ALT-DET-DATA PICTURE 9(6).
               02 ALT-DET-HORA PICTURE 9(6).
               02 ALT-DET-OPERADOR PICTURE 9(4).
               02 ALT-DET-ID PICTURE 9(6).
               02 ALT-DET-SITUACAO PICTURE X(1).
               02 ALT-DET-NOME PICTURE X(15).
               02 ALT-DET-SALARIO PICTURE 9(6)V99.
               02 ALT-DET-GENERO PICTURE X(1).
               02 ALT-DET-DEPARTAMENTO PICTURE 9.
               02 ALT-DET-ENTRADA PICTURE 9(6).
               02 ALT-DET-SAIDA PICTURE 9(6).
               02 ALT-DET-ANTES PICTURE X(1).
               02 ALT-DET-SALARIO-ANTES PICTURE 9(6)V99.
               02 ALT-DET-DEPT-ANTES PICTURE 9.
               02 FILLER PICTURE X(16) VALUE SPACES.
           01 LINHA-ALT-TRL.
               02 FILLER PICTURE X(1) VALUE "T".
               02 ALT-TRL-SEQ PICTURE 9(6).
               02 ALT-TRL-TOTAL PICTURE 9(6).
               02 ALT-TRL-ACAO PICTURE 9(6) OCCURS 7 TIMES.
               02 FILLER PICTURE X(35) VALUE SPACES.
           01 PRJ-AUM-PERIODO PICTURE 9(4).
           01 PRJ-AUM-PERIODO-R REDEFINES PRJ-AUM-PERIODO.
               02 PRJ-AUM-MES PICTURE 99.
               02 PRJ-AUM-ANO PICTURE 99.
           01 PRJ-AUM-AAAAMM PICTURE 9(6).
           01 PRJ-RECUSADA PICTURE 9 VALUE ZERO.
           01 PRJ-DEPTS-EXCEDIDOS PICTURE 9(2) VALUE ZERO.
           01 PRJ-MES-REF PICTURE 9(6) OCCURS 12 TIMES.
           01 PRJ-MES-INDEX PICTURE 99.
           01 PRJ-ANO-CALC PICTURE 9(4).
           01 PRJ-MES-CALC PICTURE 99.
           01 PRJ-TABELA-CUSTO.
               02 PRJ-DEPT OCCURS 10 TIMES.
                   03 PRJ-CUSTO PICTURE 9(9)V99 OCCURS 12 TIMES.
           01 PRJ-PEND-MES PICTURE 9(6) OCCURS 999 TIMES.
           01 PRJ-SAIDA-AAAAMM PICTURE 9(6).
           01 PRJ-SALARIO PICTURE 9(7)V99.
           01 PRJ-DEPARTAMENTO PICTURE 9.
           01 PRJ-ORCAMENTO PICTURE 9(7).
           01 PRJ-TEM-ORCAMENTO PICTURE 9.
           01 PRJ-PRIMEIRO-MES PICTURE 99.
           01 LINHA-PRJ-CAB.
               02 FILLER PICTURE X(59) VALUE "PROJECAO DE CUSTOS SALARIAIS A 12 MESES POR DEPARTAMENTO - ".
               02 FILLER PICTURE X(12) VALUE "CALCULADO EM".
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 PRJ-CAB-DATA PICTURE X(8).
               02 FILLER PICTURE X(10) VALUE SPACES.
           01 LINHA-PRJ-AUM.
               02 FILLER PICTURE X(47) VALUE "AUMENTOS DE aumentos.txt APLICADOS A PARTIR DE ".
               02 PRJ-AUM-LIN-MES PICTURE 99.
               02 FILLER PICTURE X(1) VALUE "/".
               02 PRJ-AUM-LIN-ANO PICTURE 99.
               02 FILLER PICTURE X(38) VALUE SPACES.
           01 LINHA-PRJ-DEPT.
               02 FILLER PICTURE X(13) VALUE "DEPARTAMENTO ".
               02 PRJ-DEPT-CODIGO PICTURE 9.
               02 FILLER PICTURE X(3) VALUE " - ".
               02 PRJ-DEPT-NOME PICTURE X(20).
               02 FILLER PICTURE X(18) VALUE " ORCAMENTO MENSAL ".
               02 PRJ-DEPT-ORC PICTURE Z(6)9.
               02 FILLER PICTURE X(28) VALUE SPACES.
           01 PRJ-HEADER PICTURE X(90)
               VALUE "   MES        CUSTO PROJETADO  ORCAMENTO      DIFERENCA  SITUACAO".
           01 LINHA-PRJ.
               02 FILLER PICTURE X(3) VALUE SPACES.
               02 PRJ-LIN-MES PICTURE 99.
               02 FILLER PICTURE X(1) VALUE "/".
               02 PRJ-LIN-ANO PICTURE 99.
               02 FILLER PICTURE X(9) VALUE SPACES.
               02 PRJ-LIN-CUSTO PICTURE Z(8)9.99.
               02 FILLER PICTURE X(4) VALUE SPACES.
               02 PRJ-LIN-ORC PICTURE Z(6)9.
               02 FILLER PICTURE X(3) VALUE SPACES.
               02 PRJ-LIN-DIF PICTURE -(8)9.99.
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 PRJ-LIN-SIT PICTURE X(14).
               02 FILLER PICTURE X(19) VALUE SPACES.
           01 LINHA-PRJ-PRIM.
               02 FILLER PICTURE X(33) VALUE "PRIMEIRO MES ACIMA DO ORCAMENTO: ".
               02 PRJ-PRIM-MES PICTURE 99.
               02 FILLER PICTURE X(1) VALUE "/".
               02 PRJ-PRIM-ANO PICTURE 99.
               02 FILLER PICTURE X(52) VALUE SPACES.
           01 LINHA-PRJ-TOT.
               02 FILLER PICTURE X(45) VALUE "DEPARTAMENTOS PROJETADOS ACIMA DO ORCAMENTO: ".
               02 PRJ-TOT-EXCEDIDOS PICTURE Z9.
               02 FILLER PICTURE X(43) VALUE SPACES.
           01 RESPOSTA-ANON PICTURE 9.
           01 ANON-ANOS PICTURE 99.
           01 ANON-MODO PICTURE X.
               88 ANON-PREVIA VALUE 'P'.
               88 ANON-APLICAR VALUE 'A'.
           01 ANON-RECUSADA PICTURE 9 VALUE ZERO.
           01 ANON-CORTE-AAAAMMDD PICTURE 9(8).
           01 ANON-NOME-ANONIMO PICTURE X(15) VALUE "ANONIMIZADO".
           01 ANON-TOTAL PICTURE 9(3) VALUE ZERO.
           01 ANON-ADIADOS PICTURE 9(5) VALUE ZERO.
           01 ANON-TABELA.
               02 ANON-ENTRADA OCCURS 999 TIMES.
                   03 ANON-TAB-ID PICTURE 9(6).
                   03 ANON-TAB-NOME PICTURE X(15).
                   03 ANON-TAB-DEPT PICTURE 9.
                   03 ANON-TAB-ADMISSAO PICTURE 9(6).
                   03 ANON-TAB-SAIDA PICTURE 9(6).
           01 ANON-INDEX PICTURE 9(4).
           01 ANON-PROC-INDEX PICTURE 9(4).
           01 ANON-ENCONTRADO PICTURE 9(4).
           01 ANON-PROCURA-ID PICTURE 9(6).
           01 ANON-PROCURA-NOME PICTURE X(15).
           01 ANON-PROCURA-DATA PICTURE 9(6).
           01 ANON-SEQ PICTURE 9(6).
           01 ANON-ALTERADOS PICTURE 9(5).
           01 ANON-CONT-RESC PICTURE 9(5).
           01 ANON-CONT-HIST PICTURE 9(5).
           01 ANON-CONT-CONTA PICTURE 9(5).
           01 ANON-CONT-LIQ PICTURE 9(5).
           01 ANON-CONT-ALT PICTURE 9(5).
           01 ANON-CONT-ACE PICTURE 9(5).
           01 ANON-CONT-FICHA PICTURE 9(5).
           01 ANON-CONT-TRF PICTURE 9(5).
           01 ANON-CONT-RESCANT PICTURE 9(5).
           01 ANON-CONT-HISTANT PICTURE 9(5).
           01 ANON-CONT-EMPANT PICTURE 9(5).
           01 ANON-FALHAS PICTURE 9(3) VALUE ZERO.
           01 ANON-PRE-FALHOU PICTURE 9.
           01 ANON-FICH-REPOSTOS PICTURE 9(5).
           01 ANON-FICHEIRO-NOME PICTURE X(21).
           01 ANON-EMPANT-ABERTO PICTURE 9.
           01 ANON-EMPANT-IMAGEM.
               02 ANON-EMPANT-CHAVE PICTURE 9(6).
               02 ANON-EMPANT-REGISTO PICTURE X(33).
               02 FILLER PICTURE X(51) VALUE SPACES.
           01 RETORIGSTATUS PICTURE XX.
           01 LINHA-ANON-CAB.
               02 FILLER PICTURE X(35) VALUE "RETENCAO DE DADOS - SAIDAS ANTES DE".
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 ANON-CAB-CORTE PICTURE 9(8).
               02 FILLER PICTURE X(2) VALUE " (".
               02 ANON-CAB-ANOS PICTURE Z9.
               02 FILLER PICTURE X(8) VALUE " ANOS) -".
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 ANON-CAB-MODO PICTURE X(19).
               02 FILLER PICTURE X(14) VALUE SPACES.
           01 LINHA-ANON-DET.
               02 ANON-DET-ID PICTURE 9(6).
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 ANON-DET-NOME PICTURE X(15).
               02 FILLER PICTURE X(14) VALUE " DEPARTAMENTO ".
               02 ANON-DET-DEPT PICTURE 9.
               02 FILLER PICTURE X(10) VALUE " ADMISSAO ".
               02 ANON-DET-ADMISSAO PICTURE 9(6).
               02 FILLER PICTURE X(7) VALUE " SAIDA ".
               02 ANON-DET-SAIDA PICTURE 9(6).
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 ANON-DET-ESTADO PICTURE X(12).
               02 FILLER PICTURE X(9) VALUE SPACES.
           01 LINHA-ANON-TOT.
               02 ANON-TOT-TEXTO PICTURE X(40).
               02 ANON-TOT-CONTA PICTURE ZZZZ9.
               02 FILLER PICTURE X(45) VALUE SPACES.
           01 EXP-ID PICTURE 9(6).
           01 EXP-RECUSADA PICTURE 9 VALUE ZERO.
           01 EXP-TOTAL PICTURE 9(5) VALUE ZERO.
           01 EXP-SECCAO-CONTA PICTURE 9(5).
           01 EXP-SECCAO-TITULO PICTURE X(90).
           01 EXP-NO-ACERTO PICTURE 9.
           01 EXP-INICIO-AAAAMM PICTURE 9(6).
           01 EXP-FIM-AAAAMM PICTURE 9(6).
           01 EXP-AAAAMM PICTURE 9(6).
           01 EXP-ANO-CALC PICTURE 9(4).
           01 EXP-MES-CALC PICTURE 99.
           01 EXP-ALT-SEQ PICTURE 9(6).
           01 EXP-FICHA-ENCONTRADA PICTURE 9.
           01 EXP-IDENT-TOTAL PICTURE 99.
           01 EXP-IDENT-INDEX PICTURE 99.
           01 EXP-IDENT-TABELA.
               02 EXP-IDENT OCCURS 20 TIMES.
                   03 EXP-IDENT-NOME PICTURE X(15).
                   03 EXP-IDENT-ADMISSAO PICTURE 9(6).
           01 EXP-ACAO PICTURE X(3).
               88 EXP-ACAO-EMPREGADO VALUE "INS" "DEL" "UPD" "TRF" "REA" "AUM" "LOT"
                   "BAN" "CTR" "ACE" "AUS" "ANO" "EXP".
           01 LINHA-EXP-CAB.
               02 FILLER PICTURE X(38) VALUE "DADOS PESSOAIS REGISTADOS DO EMPREGADO".
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 EXP-CAB-ID PICTURE 9(6).
               02 FILLER PICTURE X(14) VALUE " - EXTRAIDO EM".
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 EXP-CAB-DATA PICTURE X(8).
               02 FILLER PICTURE X(22) VALUE SPACES.
           01 LINHA-EXP-EMP.
               02 FILLER PICTURE X(5) VALUE "NOME ".
               02 EXP-EMP-NOME PICTURE X(15).
               02 FILLER PICTURE X(9) VALUE " SALARIO ".
               02 EXP-EMP-SALARIO PICTURE Z(5)9.99.
               02 FILLER PICTURE X(8) VALUE " GENERO ".
               02 EXP-EMP-GENERO PICTURE X.
               02 FILLER PICTURE X(14) VALUE " DEPARTAMENTO ".
               02 EXP-EMP-DEPT PICTURE 9.
               02 FILLER PICTURE X(10) VALUE " ADMISSAO ".
               02 EXP-EMP-ADMISSAO PICTURE 9(6).
               02 FILLER PICTURE X(12) VALUE SPACES.
           01 LINHA-EXP-RESC.
               02 FILLER PICTURE X(8) VALUE "  SAIDA ".
               02 EXP-RESC-SAIDA PICTURE 9(6).
               02 FILLER PICTURE X(8) VALUE " ESTADO ".
               02 EXP-RESC-ESTADO PICTURE X.
               02 FILLER PICTURE X(17) VALUE " SALDO DE FERIAS ".
               02 EXP-RESC-FERIAS PICTURE Z9.
               02 FILLER PICTURE X(48) VALUE SPACES.
           01 LINHA-EXP-HIST.
               02 FILLER PICTURE X(13) VALUE "ALTERACAO EM ".
               02 EXP-HIST-DATA PICTURE 9(6).
               02 FILLER PICTURE X(6) VALUE " NOME ".
               02 EXP-HIST-NOME PICTURE X(15).
               02 FILLER PICTURE X(18) VALUE " SALARIO ANTERIOR ".
               02 EXP-HIST-SALARIO PICTURE Z(5)9.99.
               02 FILLER PICTURE X(15) VALUE " DEPT ANTERIOR ".
               02 EXP-HIST-DEPT PICTURE 9.
               02 FILLER PICTURE X(7) VALUE SPACES.
           01 LINHA-EXP-CATEG.
               02 FILLER PICTURE X(10) VALUE "CATEGORIA ".
               02 EXP-CATEG-CODIGO PICTURE 99.
               02 FILLER PICTURE X(78) VALUE SPACES.
           01 LINHA-EXP-CTR.
               02 FILLER PICTURE X(5) VALUE "TIPO ".
               02 EXP-CTR-TIPO PICTURE X.
               02 FILLER PICTURE X(8) VALUE " INICIO ".
               02 EXP-CTR-INICIO PICTURE 9(6).
               02 FILLER PICTURE X(18) VALUE " FIM EXPERIMENTAL ".
               02 EXP-CTR-FIM-EXP PICTURE 9(6).
               02 FILLER PICTURE X(5) VALUE " FIM ".
               02 EXP-CTR-FIM PICTURE 9(6).
               02 FILLER PICTURE X(12) VALUE " RENOVACOES ".
               02 EXP-CTR-RENOV PICTURE 99.
               02 FILLER PICTURE X(7) VALUE " SAIDA ".
               02 EXP-CTR-SAIDA PICTURE 9(6).
               02 FILLER PICTURE X(8) VALUE SPACES.
           01 LINHA-EXP-CONTA.
               02 FILLER PICTURE X(5) VALUE "IBAN ".
               02 EXP-CONTA-IBAN PICTURE X(34).
               02 FILLER PICTURE X(9) VALUE " TITULAR ".
               02 EXP-CONTA-TITULAR PICTURE X(30).
               02 FILLER PICTURE X(12) VALUE SPACES.
           01 LINHA-EXP-AUS.
               02 FILLER PICTURE X(5) VALUE "TIPO ".
               02 EXP-AUS-TIPO PICTURE X.
               02 FILLER PICTURE X(8) VALUE " INICIO ".
               02 EXP-AUS-DATA PICTURE 9(6).
               02 FILLER PICTURE X(6) VALUE " DIAS ".
               02 EXP-AUS-DIAS PICTURE Z9.
               02 FILLER PICTURE X(62) VALUE SPACES.
           01 LINHA-EXP-PEND.
               02 FILLER PICTURE X(13) VALUE "DATA EFETIVA ".
               02 EXP-PEND-DATA PICTURE 9(6).
               02 FILLER PICTURE X(14) VALUE " SALARIO NOVO ".
               02 EXP-PEND-SALARIO PICTURE Z(5)9.99.
               02 FILLER PICTURE X(14) VALUE " DEPARTAMENTO ".
               02 EXP-PEND-DEPT PICTURE 9.
               02 FILLER PICTURE X(8) VALUE " ESTADO ".
               02 EXP-PEND-ESTADO PICTURE X.
               02 FILLER PICTURE X(24) VALUE SPACES.
           01 LINHA-EXP-ITEM.
               02 FILLER PICTURE X(5) VALUE "TIPO ".
               02 EXP-ITEM-TIPO PICTURE X.
               02 FILLER PICTURE X(7) VALUE " VALOR ".
               02 EXP-ITEM-VALOR PICTURE Z(5)9.99.
               02 FILLER PICTURE X(68) VALUE SPACES.
           01 LINHA-EXP-LIQ.
               02 FILLER PICTURE X(8) VALUE "PERIODO ".
               02 EXP-LIQ-PERIODO PICTURE 9(4).
               02 FILLER PICTURE X(6) VALUE " NOME ".
               02 EXP-LIQ-NOME PICTURE X(15).
               02 FILLER PICTURE X(14) VALUE " DEPARTAMENTO ".
               02 EXP-LIQ-DEPT PICTURE 9.
               02 FILLER PICTURE X(9) VALUE " LIQUIDO ".
               02 EXP-LIQ-VALOR PICTURE -Z(6)9.99.
               02 FILLER PICTURE X(22) VALUE SPACES.
           01 LINHA-EXP-JRN.
               02 FILLER PICTURE X(5) VALUE "DATA ".
               02 EXP-JRN-DATA PICTURE 9(6).
               02 FILLER PICTURE X(6) VALUE " HORA ".
               02 EXP-JRN-HORA PICTURE 9(6).
               02 FILLER PICTURE X(10) VALUE " OPERADOR ".
               02 EXP-JRN-OPERADOR PICTURE 9(4).
               02 FILLER PICTURE X(6) VALUE " ACAO ".
               02 EXP-JRN-ACAO PICTURE X(3).
               02 FILLER PICTURE X(8) VALUE " ORIGEM ".
               02 EXP-JRN-ORIGEM PICTURE X(21).
               02 FILLER PICTURE X(15) VALUE SPACES.
           01 LINHA-EXP-TRF.
               02 FILLER PICTURE X(10) VALUE "  PERIODO ".
               02 EXP-TRF-PERIODO PICTURE 9(4).
               02 FILLER PICTURE X(7) VALUE " VALOR ".
               02 EXP-TRF-VALOR PICTURE Z(8)9.99.
               02 FILLER PICTURE X(57) VALUE SPACES.
           01 LINHA-EXP-ALT.
               02 FILLER PICTURE X(7) VALUE "  ACAO ".
               02 EXP-ALT-ACAO PICTURE X(3).
               02 FILLER PICTURE X(4) VALUE " EM ".
               02 EXP-ALT-DATA PICTURE 9(6).
               02 FILLER PICTURE X(10) VALUE " OPERADOR ".
               02 EXP-ALT-OPERADOR PICTURE 9(4).
               02 FILLER PICTURE X(8) VALUE " ORIGEM ".
               02 EXP-ALT-ORIGEM PICTURE X(20).
               02 FILLER PICTURE X(28) VALUE SPACES.
           01 LINHA-EXP-TOT.
               02 FILLER PICTURE X(28) VALUE "LINHAS DE DADOS EXPORTADAS: ".
               02 EXP-TOT-CONTA PICTURE ZZZZ9.
               02 FILLER PICTURE X(57) VALUE SPACES.
           01 param-chave PICTURE 9.
           01 PARAMFILESTATUS PICTURE XX.
               88 PARAMOPERATIONSUCCESSFULL VALUE "00".
           01 PARAM-DIAS-DOENCA PICTURE 99 VALUE 3.
           01 PARAM-PERC-DOENCA PICTURE 999 VALUE 65.
           01 PARAM-DIAS-NOVO PICTURE 99.
           01 PARAM-PERC-NOVO PICTURE 999.
           01 AUSF-AAAAMMDD PICTURE 9(8).
           01 AUSF-INICIO-PERIODO PICTURE 9(7).
           01 AUSF-FIM-PERIODO PICTURE 9(7).
           01 AUSF-INICIO PICTURE 9(7).
           01 AUSF-FIM PICTURE 9(7).
           01 AUSF-DIAS PICTURE S9(3).
           01 AUSF-DIAS-L PICTURE 9(3).
           01 AUSF-DIAS-J PICTURE 9(3).
           01 AUSF-DIAS-D PICTURE 9(3).
           01 AUSF-DIAS-REDUZIDOS PICTURE 9(3).
           01 AUSF-DIAS-LINHA PICTURE 9(3).
           01 AUSF-TIPO PICTURE X.
           01 AUSF-TEXTO PICTURE X(20).
           01 AUSF-VALOR PICTURE 9(7)V99.
           01 AUSF-LIN-DIAS PICTURE Z9.
           01 LINHA-FOLHA-AUS.
               02 FILLER PICTURE X(12) VALUE "   AUSENCIA ".
               02 FOLHA-AUS-TIPO PICTURE X.
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 FOLHA-AUS-DIAS PICTURE Z9.
               02 FILLER PICTURE X(8) VALUE " DIAS - ".
               02 FOLHA-AUS-VALOR PICTURE Z(5)9.99.
               02 FILLER PICTURE X(57) VALUE SPACES.
           01 LIQUIDOS-NOME PICTURE X(21).
           01 LIQFILESTATUS PICTURE XX.
               88 LIQOPERATIONSUCCESSFULL VALUE "00".
               88 LIQFICHEIROAUSENTE VALUE "05".
           01 conta-chave PICTURE 9(6).
           01 CONTAFILESTATUS PICTURE XX.
               88 CONTAOPERATIONSUCCESSFULL VALUE "00".
               88 CONTARECORDEXISTS VALUE "22".
               88 CONTANORECORDEXISTS VALUE "23".
           01 erro-conta PICTURE 9 VALUE ZERO.
           01 RESPOSTA-CONTA PICTURE 9.
           01 IBAN-ENTRADA PICTURE X(40).
           01 IBAN-COMPACTO PICTURE X(34).
           01 IBAN-TAMANHO PICTURE 99.
           01 IBAN-POSICAO PICTURE 99.
           01 IBAN-CARACTER PICTURE X.
           01 IBAN-DIGITO PICTURE 99.
           01 IBAN-SOMA PICTURE 9(6).
           01 IBAN-QUOCIENTE PICTURE 9(6).
           01 IBAN-RESTO PICTURE 99.
           01 IBAN-VALIDO PICTURE 9 VALUE ZERO.
           01 IBAN-ALFABETO PICTURE X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 CONTA-TITULAR-NOVO PICTURE X(30).
           01 TRF-PERIODO PICTURE 9(4).
           01 TRF-PERIODO-R REDEFINES TRF-PERIODO.
               02 TRF-MES PICTURE 99.
               02 TRF-ANO PICTURE 99.
           01 TRF-RECUSADA PICTURE 9 VALUE ZERO.
           01 TRF-PAGAMENTOS PICTURE 9(6) VALUE ZERO.
           01 TRF-TOTAL PICTURE 9(11)V99 VALUE ZERO.
           01 TRF-EXCECOES PICTURE 9(6) VALUE ZERO.
           01 TRF-LIN-TOTAL PICTURE Z(10)9.99.
           01 LINHA-TRF-CAB.
               02 FILLER PICTURE X(1) VALUE "H".
               02 TRF-CAB-PERIODO PICTURE 9(4).
               02 TRF-CAB-DATA PICTURE X(8).
               02 TRF-CAB-HORA PICTURE X(6).
               02 FILLER PICTURE X(20) VALUE "PAGAMENTO DE SALARIO".
               02 FILLER PICTURE X(51) VALUE SPACES.
           01 LINHA-TRF-DET.
               02 FILLER PICTURE X(1) VALUE "D".
               02 TRF-DET-ID PICTURE 9(6).
               02 TRF-DET-IBAN PICTURE X(34).
               02 TRF-DET-TITULAR PICTURE X(30).
               02 TRF-DET-VALOR PICTURE 9(9)V99.
               02 FILLER PICTURE X(8) VALUE SPACES.
           01 LINHA-TRF-TRL.
               02 FILLER PICTURE X(1) VALUE "T".
               02 TRF-TRL-PERIODO PICTURE 9(4).
               02 TRF-TRL-QTD PICTURE 9(6).
               02 TRF-TRL-TOTAL PICTURE 9(11)V99.
               02 FILLER PICTURE X(66) VALUE SPACES.
           01 LINHA-TRFEXC-CAB.
               02 FILLER PICTURE X(45) VALUE "EXCECOES DA TRANSFERENCIA BANCARIA - PERIODO ".
               02 TRFEXC-CAB-PERIODO PICTURE 9(4).
               02 FILLER PICTURE X(41) VALUE SPACES.
           01 LINHA-TRFEXC.
               02 TRFEXC-ID PICTURE 9(6).
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 TRFEXC-NOME PICTURE X(15).
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 TRFEXC-VALOR PICTURE -(7)9.99.
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 TRFEXC-MOTIVO PICTURE X(25).
               02 FILLER PICTURE X(29) VALUE SPACES.
           01 LINHA-TRFEXC-TOT.
               02 FILLER PICTURE X(20) VALUE "PAGAMENTOS GERADOS: ".
               02 TRFEXC-TOT-PAG PICTURE Z(5)9.
               02 FILLER PICTURE X(12) VALUE " EXCECOES: ".
               02 TRFEXC-TOT-EXC PICTURE Z(5)9.
               02 FILLER PICTURE X(46) VALUE SPACES.
           01 LINHA-FOLHA-REJ.
               02 FILLER PICTURE X(16) VALUE "ITEM REJEITADO: ".
               02 FOLHA-REJ-ID PICTURE 9(6).
           01 AUS-DIREITO PICTURE 99.
           01 AUS-GOZADOS PICTURE 9(3).
           01 AUS-DOENCA PICTURE 9(3).
           01 AUS-SEM-VENCIMENTO PICTURE 9(3).
           01 AUS-SALDO PICTURE S9(3).
           01 AUS-ANO-CORRENTE PICTURE 99.
           01 AUS-DEPT-SALDO PICTURE 9(4).
               88 COPIANORECORDEXISTS VALUE "23".
           01 COPIA-EMP-NOME PICTURE X(20).
           01 COPIA-DEPT-NOME PICTURE X(23).
           01 COPIA-RESC-NOME PICTURE X(19).
           01 COPIA-HIST-NOME PICTURE X(19).
           01 COPIA-CONTA-NOME PICTURE X(16).
           01 COPIA-RET-NOME PICTURE X(18).
           01 COPIAEMPSTATUS PICTURE XX.
           01 COPIADEPTSTATUS PICTURE XX.
           01 COPIARESCSTATUS PICTURE XX.
               88 COPIARESCAUSENTE VALUE "05".
           01 COPIAHISTSTATUS PICTURE XX.
               88 COPIAHISTAUSENTE VALUE "05".
           01 COPIACONTASTATUS PICTURE XX.
               88 COPIACONTAAUSENTE VALUE "05".
           01 COPIARETSTATUS PICTURE XX.
               88 COPIARETAUSENTE VALUE "05".
           01 COPIA-FALHOU PICTURE 9 VALUE ZERO.
           01 COPIA-GERACAO PICTURE 9.
           01 COPIA-ESCOLHIDA PICTURE 9.
           01 COPIA-LISTA-INDEX PICTURE 9.
               88 OPERRECORDEXISTS VALUE "22".
               88 OPERNORECORDEXISTS VALUE "23".
           01 erro-oper PICTURE 9 VALUE ZERO.
           01 operperf-chave PICTURE 9(4).
           01 OPERPERFSTATUS PICTURE XX.
               88 OPERPERFOPERATIONSUCCESSFULL VALUE "00".
               88 OPERPERFRECORDEXISTS VALUE "22".
           01 erro-operperf PICTURE 9 VALUE ZERO.
           01 OPERADOR-ATUAL PICTURE 9(4) VALUE ZERO.
           01 TENTATIVAS-SIGNON PICTURE 9 VALUE ZERO.
           01 SIGNON-OK PICTURE 9 VALUE ZERO.
           01 perfil-chave PICTURE 99.
           01 erro-perfil PICTURE 9 VALUE ZERO.
           01 PERFILFILESTATUS PICTURE XX.
               88 PERFILOPERATIONSUCCESSFULL VALUE "00".
               88 PERFILRECORDEXISTS VALUE "22".
               88 PERFILNORECORDEXISTS VALUE "23".
           01 OPERADOR-PERFIL PICTURE 99 VALUE ZERO.
           01 PERFIL-MENU-ATUAL.
               02 PERFIL-MENU-OPCAO PICTURE X OCCURS 50 TIMES.
           01 PERFIL-BATCH-ATUAL.
               02 PERFIL-BATCH-FUNCAO PICTURE X OCCURS 20 TIMES.
           01 MENU-ULTIMA-OPCAO PICTURE 99 VALUE 35.
           01 AUT-FUNCAO PICTURE 99.
           01 AUT-PERMITIDA PICTURE 9 VALUE ZERO.
           01 BATCH-FUNCOES-VALORES.
               02 FILLER PICTURE X(12) VALUE "LISTAGEM".
               02 FILLER PICTURE X(12) VALUE "ESTATISTICA".
               02 FILLER PICTURE X(12) VALUE "GENERO".
               02 FILLER PICTURE X(12) VALUE "EXTRATO".
               02 FILLER PICTURE X(12) VALUE "LOTE".
               02 FILLER PICTURE X(12) VALUE "ORCAMENTO".
               02 FILLER PICTURE X(12) VALUE "FOLHA".
               02 FILLER PICTURE X(12) VALUE "PENDENTES".
               02 FILLER PICTURE X(12) VALUE "ARQUIVO".
               02 FILLER PICTURE X(12) VALUE "MOVIMENTO".
               02 FILLER PICTURE X(12) VALUE "BANDAS".
               02 FILLER PICTURE X(12) VALUE "TRANSFERIR".
               02 FILLER PICTURE X(12) VALUE "CONTRATOS".
               02 FILLER PICTURE X(12) VALUE "ALTERACOES".
               02 FILLER PICTURE X(12) VALUE "PROJECAO".
               02 FILLER PICTURE X(12) VALUE "RETENCAO".
               02 FILLER PICTURE X(12) VALUE "EXPORTADADOS".
               02 FILLER PICTURE X(36) VALUE SPACES.
           01 BATCH-FUNCOES-TABELA REDEFINES BATCH-FUNCOES-VALORES.
               02 BATCH-FUNCAO-NOME PICTURE X(12) OCCURS 20 TIMES.
           01 BATCH-FUNCAO-INDEX PICTURE 99.
           01 BATCH-FUNCAO-ENCONTRADA PICTURE 99 VALUE ZERO.
           01 PERFIL-ADM-MENU PICTURE X(50)
               VALUE "SSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSS".
           01 PERFIL-RH-MENU PICTURE X(50)
               VALUE "SSSSSSSSNSSSSNNSSNSNSNNNSNNSSNSSNSSNNNNNNNNNNNNNNN".
           01 PERFIL-PAG-MENU PICTURE X(50)
               VALUE "NNNSSSNNSNNNNSNNNNNSNSNNNSNNSSNNSNNNNNNNNNNSSNNNNN".
           01 PERFIL-ADM-BATCH PICTURE X(20) VALUE "SSSSSSSSSSSSSSSSSSSS".
           01 PERFIL-RH-BATCH PICTURE X(20) VALUE "SSSNSNNSNSSNSSNSSNNN".
           01 PERFIL-PAG-BATCH PICTURE X(20) VALUE "SSNSNSSNNNSSNNSNNNNN".
           01 RESPOSTA-PERFIL PICTURE 9.
           01 PERFIL-NOVO-CODIGO PICTURE 99.
           01 PERFIL-NOVO-NOME PICTURE X(15).
           01 PERFIL-NOVO-MENU PICTURE X(50).
           01 PERFIL-NOVO-BATCH PICTURE X(20).
           01 PERFIL-INVALIDO PICTURE 9 VALUE ZERO.
           01 PERFIL-POSICAO PICTURE 99.
           01 OPER-NOVO-CODIGO PICTURE 9(4).
           01 OPER-NOVO-NOME PICTURE X(15).
           01 OPER-NOVO-PERFIL PICTURE 99.
           01 OPER-EXISTE PICTURE 9 VALUE ZERO.
           01 OPER-PERFIL-LIDO PICTURE 99 VALUE ZERO.
           01 OPER-PERFIL-VALIDO PICTURE 9 VALUE ZERO.
           01 OPER-PERFIL-GERE PICTURE 9 VALUE ZERO.
           01 cat-chave PICTURE 99.
           01 CATFILESTATUS PICTURE XX.
               88 CATOPERATIONSUCCESSFULL VALUE "00".
               88 CATRECORDEXISTS VALUE "22".
               88 CATNORECORDEXISTS VALUE "23".
           01 erro-cat PICTURE 9 VALUE ZERO.
           01 ecat-chave PICTURE 9(6).
           01 ECATFILESTATUS PICTURE XX.
               88 ECATOPERATIONSUCCESSFULL VALUE "00".
               88 ECATRECORDEXISTS VALUE "22".
               88 ECATNORECORDEXISTS VALUE "23".
           01 erro-ecat PICTURE 9 VALUE ZERO.
           01 RESPOSTA-CAT PICTURE 9.
           01 CAT-VERIFICAR PICTURE 99.
           01 CAT-VALIDA PICTURE 9 VALUE ZERO.
           01 CAT-BANDA-TITULO PICTURE X(20).
           01 CAT-BANDA-MIN PICTURE 9(6)V99.
           01 CAT-BANDA-MED PICTURE 9(6)V99.
           01 CAT-BANDA-MAX PICTURE 9(6)V99.
           01 CAT-SALARIO-VERIFICAR PICTURE 9(6)V99.
           01 CAT-FORA-BANDA PICTURE 9 VALUE ZERO.
           01 CAT-ID-EMPREGADO PICTURE 9(6).
           01 CAT-EMPREGADO PICTURE 99.
           01 CAT-NOVA PICTURE 99.
           01 CAT-NOVO-TITULO PICTURE X(20).
           01 CAT-NOVO-MIN PICTURE 9(6)V99.
           01 CAT-NOVO-MED PICTURE 9(6)V99.
           01 CAT-NOVO-MAX PICTURE 9(6)V99.
           01 CAT-LIN-MIN PICTURE Z(5)9.99.
           01 CAT-LIN-MED PICTURE Z(5)9.99.
           01 CAT-LIN-MAX PICTURE Z(5)9.99.
           01 AUM-FORA-BANDA PICTURE 9(3) VALUE ZERO.
           01 CMP-DEPT-ANT PICTURE 9.
           01 CMP-CAT-ANT PICTURE 99.
           01 CMP-PRIMEIRO PICTURE 9.
           01 CMP-ABAIXO PICTURE 9(4) VALUE ZERO.
           01 CMP-ACIMA PICTURE 9(4) VALUE ZERO.
           01 CMP-SEM-CATEGORIA PICTURE 9(4) VALUE ZERO.
           01 CMP-EXCECOES PICTURE 9(4) VALUE ZERO.
           01 CMP-COMPA PICTURE 999V99.
           01 CMP-DIFERENCA PICTURE S9(7)V99.
           01 CMP-HEADER PICTURE X(80)
               VALUE "    ID     NOME              SALARIO  COMPA%  DIF. MEDIO  POSICAO".
           01 LINHA-CMP-DEPT.
               02 FILLER PICTURE X(13) VALUE "DEPARTAMENTO ".
               02 CMP-DEPT-CODIGO PICTURE 9.
               02 FILLER PICTURE X(3) VALUE " - ".
               02 CMP-DEPT-NOME PICTURE X(20).
               02 FILLER PICTURE X(53) VALUE SPACES.
           01 LINHA-CMP-CAT.
               02 FILLER PICTURE X(12) VALUE "  CATEGORIA ".
               02 CMP-CAT-CODIGO PICTURE 99.
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 CMP-CAT-TITULO PICTURE X(20).
               02 FILLER PICTURE X(5) VALUE " MIN ".
               02 CMP-CAT-MIN PICTURE Z(5)9.99.
               02 FILLER PICTURE X(7) VALUE " MEDIO ".
               02 CMP-CAT-MED PICTURE Z(5)9.99.
               02 FILLER PICTURE X(5) VALUE " MAX ".
               02 CMP-CAT-MAX PICTURE Z(5)9.99.
               02 FILLER PICTURE X(11) VALUE SPACES.
           01 LINHA-CMP-EMP.
               02 FILLER PICTURE X(4) VALUE SPACES.
               02 CMP-LIN-ID PICTURE Z(5)9.
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 CMP-LIN-NOME PICTURE X(15).
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 CMP-LIN-SALARIO PICTURE Z(5)9.99.
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 CMP-LIN-COMPA PICTURE ZZ9.99.
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 CMP-LIN-DIFERENCA PICTURE -(6)9.99.
               02 FILLER PICTURE X(2) VALUE SPACES.
               02 CMP-LIN-POSICAO PICTURE X(20).
               02 FILLER PICTURE X(11) VALUE SPACES.
           01 LINHA-CMP-TOT.
               02 CMP-TOT-TEXTO PICTURE X(42).
               02 CMP-TOT-CONTA PICTURE ZZZ9.
               02 FILLER PICTURE X(44) VALUE SPACES.
           01 LINHA-AUM-BANDA.
               02 FILLER PICTURE X(42)
                   VALUE "EMPREGADOS FORA DA BANDA DA CATEGORIA:    ".
               02 AUM-BANDA-CONTA PICTURE ZZ9.
               02 FILLER PICTURE X(45) VALUE SPACES.
           01 LINHA-EXECLOG-NEG.
               02 FILLER PICTURE X(6) VALUE "PASSO ".
               02 NEG-FUNCAO PICTURE X(12).
               02 FILLER PICTURE X(35) VALUE " NAO AUTORIZADO PARA O OPERADOR ".
               02 NEG-OPERADOR PICTURE 9(4).
               02 FILLER PICTURE X(33) VALUE SPACES.
           01 JORNAL-ID PICTURE 9(6).
           01 JORNAL-ACAO PICTURE X(3).
           01 PEDIDOSFILESTATUS PICTURE XX.
           01 erro-passo PICTURE 9 VALUE ZERO.
           01 LOTE-PROSSEGUE PICTURE 9 VALUE ZERO.
           01 BATCH-PASSOS PICTURE 9(3) VALUE ZERO.
           01 ectl-chave PICTURE 9(3).
           01 EXECCTLSTATUS PICTURE XX.
               88 EXECCTLOPERATIONSUCCESSFULL VALUE "00".
               88 EXECCTLRECORDEXISTS VALUE "22".
               88 EXECCTLNORECORDEXISTS VALUE "23".
           01 BATCH-PASSO-NUM PICTURE 9(3).
           01 BATCH-RC-ANTERIOR PICTURE 9 VALUE ZERO.
           01 BATCH-LIMITE-RC PICTURE 9.
           01 BATCH-RETOMA PICTURE 9 VALUE ZERO.
           01 BATCH-RETOMA-REGISTADA PICTURE 9 VALUE ZERO.
           01 BATCH-INCOMPLETO PICTURE 9 VALUE ZERO.
           01 BATCH-DECISAO PICTURE X.
               88 PASSO-EXECUTAR VALUE 'E'.
               88 PASSO-JA-CONCLUIDO VALUE 'S'.
               88 PASSO-IGNORADO VALUE 'B'.
               88 PASSO-CONDICAO-INVALIDA VALUE 'X'.
           01 LINHA-EXECLOG-SALTO.
               02 FILLER PICTURE X(6) VALUE "PASSO ".
               02 SALTO-PASSO PICTURE 9(3).
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 SALTO-FUNCAO PICTURE X(12).
               02 FILLER PICTURE X(45) VALUE " CONCLUIDO NA EXECUCAO ANTERIOR - SALTADO RC ".
               02 SALTO-RC PICTURE 9.
               02 FILLER PICTURE X(22) VALUE SPACES.
           01 LINHA-EXECLOG-IGN.
               02 FILLER PICTURE X(6) VALUE "PASSO ".
               02 IGN-PASSO PICTURE 9(3).
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 IGN-FUNCAO PICTURE X(12).
               02 FILLER PICTURE X(34) VALUE " IGNORADO: RC DO PASSO ANTERIOR = ".
               02 IGN-RC PICTURE 9.
               02 FILLER PICTURE X(16) VALUE " ACIMA DO LIMITE".
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 IGN-LIMITE PICTURE 9.
               02 FILLER PICTURE X(15) VALUE SPACES.
           01 LINHA-EXECLOG-CINV.
               02 FILLER PICTURE X(6) VALUE "PASSO ".
               02 CINV-PASSO PICTURE 9(3).
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 CINV-FUNCAO PICTURE X(12).
               02 FILLER PICTURE X(33) VALUE " COM CONDICAO DE RC INVALIDA RC 8".
               02 FILLER PICTURE X(35) VALUE SPACES.
           01 LINHA-EXECLOG-RET.
               02 FILLER PICTURE X(46) VALUE "RETOMA DA EXECUCAO ANTERIOR A PARTIR DO PASSO ".
               02 RET-PASSO PICTURE 9(3).
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 RET-FUNCAO PICTURE X(12).
               02 FILLER PICTURE X(28) VALUE SPACES.
           01 LINHA-EXECLOG-INC.
               02 FILLER PICTURE X(57) VALUE "EXECUCAO INCOMPLETA - PEDIDO MANTIDO PARA RETOMA NO PASSO".
               02 FILLER PICTURE X(1) VALUE SPACES.
               02 INC-PASSO PICTURE 9(3).
               02 FILLER PICTURE X(29) VALUE SPACES.
           01 LINHA-EXECLOG.
               02 FILLER PICTURE X(6) VALUE "PASSO ".
               02 LOG-FUNCAO PICTURE X(12).
           display "Erro! Ficheiro de operadores inexistente!".
           compute erro-oper = 1.
           display space.
       SupOperPerfFile section.
           use after error procedure on OPERPERFIL.
           display "Erro! Ficheiro de perfis dos operadores inexistente!".
           compute erro-operperf = 1.
           display space.
       SupPerfilFile section.
           use after error procedure on PERFIS.
           display "Erro! Ficheiro de perfis inexistente!".
           compute erro-perfil = 1.
           display space.
       SupCatFile section.
           use after error procedure on CATEGORIAS.
           display "Erro! Ficheiro de categorias inexistente!".
           compute erro-cat = 1.
           compute erro-passo = 1.
           display space.
       SupEcatFile section.
           use after error procedure on EMPCATEG.
           display "Erro! Ficheiro de categorias dos empregados inexistente!".
           compute erro-ecat = 1.
           compute erro-passo = 1.
           display space.
       SupCtrFile section.
           use after error procedure on CONTRATOS.
           display "Erro! Ficheiro de contratos inexistente!".
           compute erro-ctr = 1.
           compute erro-passo = 1.
           display space.
       SupContaFile section.
           use after error procedure on CONTAS.
           display "Erro! Ficheiro de contas bancarias inexistente!".
           compute erro-conta = 1.
           compute erro-passo = 1.
           display space.
       end declaratives.

       INICIO-PROGRAMA.
       OPEN I-O FICHEIRO.
       OPEN I-O DEPTFILE.
       OPEN I-O OPERADORES.
       OPEN I-O PERFIS.
       OPEN I-O OPERPERFIL.
       OPEN I-O CATEGORIAS.
       OPEN I-O EMPCATEG.
       OPEN I-O CONTAS.
       OPEN I-O CONTRATOS.
       OPEN I-O ORCAMENTOS.
       OPEN EXTEND HISTORICO.
       OPEN EXTEND RESCISOES.
       OPEN EXTEND JORNAL.
       PERFORM INICIALIZAR-DEPARTAMENTOS.
       PERFORM INICIALIZAR-OPERADORES.
       PERFORM INICIALIZAR-PERFIS-OPERADORES.
       PERFORM INICIALIZAR-PERFIS.
       PERFORM VERIFICA-MODO-BATCH.
       IF MODO-BATCH = 1
           PERFORM EXECUTA-BATCH
       CLOSE FICHEIRO.
       CLOSE DEPTFILE.
       CLOSE OPERADORES.
       CLOSE PERFIS.
       CLOSE OPERPERFIL.
       CLOSE CATEGORIAS.
       CLOSE EMPCATEG.
       CLOSE CONTAS.
       CLOSE CONTRATOS.
       CLOSE ORCAMENTOS.
       CLOSE HISTORICO.
       CLOSE RESCISOES.
       STOP RUN.
       
       OBTEM-RESPOSTA.
           IF PERFIL-MENU-OPCAO(1) = 'S'
               DISPLAY "<1> Inserir um empregado"
           END-IF.
           IF PERFIL-MENU-OPCAO(2) = 'S'
               DISPLAY "<2> Apagar um empregado"
           END-IF.
           IF PERFIL-MENU-OPCAO(3) = 'S'
               DISPLAY "<3> Atualizar um empregado"
           END-IF.
           IF PERFIL-MENU-OPCAO(4) = 'S'
               DISPLAY "<4> Mostrar informacao de um empregado especifico"
           END-IF.
           IF PERFIL-MENU-OPCAO(5) = 'S'
               DISPLAY "<5> Mostrar informacao dos todos empregados"
           END-IF.
           IF PERFIL-MENU-OPCAO(6) = 'S'
               DISPLAY "<6> Mostrar estatistica dos todos salarios (MAX/MIN/MEDIO). "
           END-IF.
           IF PERFIL-MENU-OPCAO(7) = 'S'
               DISPLAY "<7> Mostrar um departamento especifico."
           END-IF.
           IF PERFIL-MENU-OPCAO(8) = 'S'
               DISPLAY "<8> Carregar novos empregados em lote (novosEmpregados.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(9) = 'S'
               DISPLAY "<9> Gerar extrato salarial para pagamentos (extratoSalarial.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(10) = 'S'
               DISPLAY "<10> Mostrar efetivo por genero e departamento (com percentagens)."
           END-IF.
           IF PERFIL-MENU-OPCAO(11) = 'S'
               DISPLAY "<11> Gerar relatorio de antiguidade e aniversarios (antiguidade.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(12) = 'S'
               DISPLAY "<12> Readmitir um empregado rescindido."
           END-IF.
           IF PERFIL-MENU-OPCAO(13) = 'S'
               DISPLAY "<13> Aplicar aumento salarial em massa por departamento (aumentos.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(14) = 'S'
               DISPLAY "<14> Reconciliar os ficheiros (reconciliacao.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(15) = 'S'
               DISPLAY "<15> Manutencao de departamentos (criar/renomear/encerrar)."
           END-IF.
           IF PERFIL-MENU-OPCAO(16) = 'S'
               DISPLAY "<16> Procurar um empregado por nome."
           END-IF.
           IF PERFIL-MENU-OPCAO(17) = 'S'
               DISPLAY "<17> Mostrar o historico de um empregado (fichaEmpregado.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(18) = 'S'
               DISPLAY "<18> Gerir as copias de seguranca (listar/restaurar)."
           END-IF.
           IF PERFIL-MENU-OPCAO(19) = 'S'
               DISPLAY "<19> Gerir as alteracoes pendentes com data efetiva."
           END-IF.
           IF PERFIL-MENU-OPCAO(20) = 'S'
               DISPLAY "<20> Relatorio de orcamento vs real (orcamentoRelatorio.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(21) = 'S'
               DISPLAY "<21> Gerir as ferias e ausencias (ausenciasRelatorio.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(22) = 'S'
               DISPLAY "<22> Processar a folha de pagamento mensal (folhaPagamento.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(23) = 'S'
               DISPLAY "<23> Consultar e arquivar o jornal (jornalConsulta.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(24) = 'S'
               DISPLAY "<24> Converter os ficheiros antigos para salarios com centimos."
           END-IF.
           IF PERFIL-MENU-OPCAO(25) = 'S'
               DISPLAY "<25> Relatorio mensal de movimento de efetivos (movimentoMensal.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(26) = 'S'
               DISPLAY "<26> Gerar o acerto final de uma rescisao (acertoRescisao.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(27) = 'S'
               DISPLAY "<27> Gerir os perfis e as autorizacoes dos operadores."
           END-IF.
           IF PERFIL-MENU-OPCAO(28) = 'S'
               DISPLAY "<28> Gerir as categorias profissionais e as bandas salariais."
           END-IF.
           IF PERFIL-MENU-OPCAO(29) = 'S'
               DISPLAY "<29> Relatorio de posicionamento nas bandas salariais (bandasSalariais.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(30) = 'S'
               DISPLAY "<30> Gerir os dados bancarios e gerar as transferencias (transferencias.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(31) = 'S'
               DISPLAY "<31> Gerir os contratos e os fins de contrato (contratosRelatorio.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(32) = 'S'
               DISPLAY "<32> Gerar o ficheiro de alteracoes para os sistemas externos (alteracoes.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(33) = 'S'
               DISPLAY "<33> Projecao de custos a 12 meses vs orcamento (projecaoCustos.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(34) = 'S'
               DISPLAY "<34> Retencao de dados: anonimizar os ex-empregados antigos (retencaoRelatorio.txt)."
           END-IF.
           IF PERFIL-MENU-OPCAO(35) = 'S'
               DISPLAY "<35> Exportar todos os dados de um empregado (dadosEmpregado.txt)."
           END-IF.
           DISPLAY "<0> Sair".
           DISPLAY SPACE.
           DISPLAY "Insira a sua resposta".
           PERFORM PROCESSA-ESCOLHA.
           
       PROCESSA-ESCOLHA.
           MOVE 1 TO AUT-PERMITIDA.
           IF RESPOSTA > 0 AND RESPOSTA <= MENU-ULTIMA-OPCAO
               MOVE RESPOSTA TO AUT-FUNCAO
               PERFORM VERIFICA-AUTORIZACAO
           END-IF.
           IF AUT-PERMITIDA = 1
               EVALUATE RESPOSTA
                   WHEN 1
                   PERFORM ENTRADA-EMPREGADO               
                   WHEN 2
                   PERFORM APAGAR-EMPREGADO
                   WHEN 3
                   PERFORM ATUALIZAR-EMPREGADO
                   WHEN 4
                   PERFORM LER-EMPREGADO
                   WHEN 5 
                   PERFORM MOSTRA
                   WHEN 6
                   PERFORM MOSTRA-ESTATISTICA-SALARIOS
                   WHEN 7
                   PERFORM MOSTRA-DEPARTAMENTO
                   WHEN 8
                   PERFORM CARREGAR-LOTE
                   WHEN 9
                   PERFORM GERAR-EXTRATO-SALARIAL
                   WHEN 10
                   PERFORM MOSTRA-ESTATISTICA-GENERO-DEPARTAMENTO
                   WHEN 11
                   PERFORM RELATORIO-ANTIGUIDADE
                   WHEN 12
                   PERFORM READMITIR-EMPREGADO
                   WHEN 13
                   PERFORM AUMENTO-SALARIAL
                   WHEN 14
                   PERFORM RECONCILIA-FICHEIROS
                   WHEN 15
                   PERFORM MANUTENCAO-DEPARTAMENTOS
                   WHEN 16
                   PERFORM PROCURAR-POR-NOME
                   WHEN 17
                   PERFORM MOSTRA-HISTORICO-EMPREGADO
                   WHEN 18
                   PERFORM GERIR-COPIAS-SEGURANCA
                   WHEN 19
                   PERFORM GERIR-PENDENTES
                   WHEN 20
                   PERFORM RELATORIO-ORCAMENTO
                   WHEN 21
                   PERFORM GERIR-AUSENCIAS
                   WHEN 22
                   PERFORM GERIR-FOLHA
                   WHEN 23
                   PERFORM CONSULTA-JORNAL
                   WHEN 24
                   PERFORM CONVERTE-FICHEIROS-SALARIO
                   WHEN 25
                   PERFORM PEDE-RELATORIO-MOVIMENTO
                   WHEN 26
                   PERFORM ACERTO-POR-PEDIDO
                   WHEN 27
                   PERFORM GERIR-PERFIS
                   WHEN 28
                   PERFORM GERIR-CATEGORIAS
                   WHEN 29
                   PERFORM RELATORIO-BANDAS
                   WHEN 30
                   PERFORM GERIR-CONTAS-BANCARIAS
                   WHEN 31
                   PERFORM GERIR-CONTRATOS
                   WHEN 32
                   PERFORM GERIR-ALTERACOES
                   WHEN 33
                   PERFORM PROJECAO-CUSTOS
                   WHEN 34
                   PERFORM RETENCAO-DADOS
                   WHEN 35
                   PERFORM EXPORTA-DADOS-EMPREGADO
                   WHEN 0
                   DISPLAY "FIM DO PROGRAMA!"
               END-EVALUATE
           END-IF.
   
       ENTRADA-EMPREGADO.
           compute data-invalida = 0.
                      COMPUTE data-invalida = 1
                   END-IF
           END-IF.

           IF data-invalida = 0
               DISPLAY "Insira a categoria profissional:"
               PERFORM LISTAR-CATEGORIAS
               ACCEPT CAT-VERIFICAR
               PERFORM VALIDA-CATEGORIA
                   IF CAT-VALIDA = 0
                    DISPLAY "A categoria invalida."
                      COMPUTE data-invalida = 1
                   END-IF
           END-IF.
            
           IF data-invalida = 0 
               DISPLAY "Insira a data de entrada(6 DIGITOS DDMMYY)."
                      COMPUTE data-invalida = 1
                   END-IF
           END-IF.

           IF data-invalida = 0
               MOVE dataDeEntrada TO CTR-NOVO-INICIO
               MOVE 0 TO CTR-PEDE-INICIO
               PERFORM CAPTURA-CONTRATO
           END-IF.
           
           IF data-invalida = 0
               MOVE idEmp TO ID-GUARDADO
                       COMPUTE data-invalida = 1
                   END-IF
               END-IF
               IF data-invalida = 0
                   MOVE salarioEm TO CAT-SALARIO-VERIFICAR
                   PERFORM VERIFICA-BANDA
                   IF CAT-FORA-BANDA NOT = 0
                       DISPLAY "Aviso: o salario esta fora da banda da categoria " CAT-VERIFICAR " (" CAT-LIN-MIN " a " CAT-LIN-MAX ")."
                       DISPLAY "Inserir mesmo assim? (S/N)"
                       ACCEPT RESPOSTA-SN
                       IF RESPOSTA-SN NOT = 'S' AND RESPOSTA-SN NOT = 's'
                           DISPLAY "Insercao cancelada."
                           COMPUTE data-invalida = 1
                       END-IF
                   END-IF
               END-IF
               IF data-invalida = 0
                   MOVE departamentoEm TO ORC-DEPT-VERIFICAR
                   MOVE salarioEm TO ORC-SAL-ADICIONAL
                       MOVE identity TO JORNAL-ID
                       MOVE "INS" TO JORNAL-ACAO
                       PERFORM REGISTA-JORNAL
                       MOVE identity TO CAT-ID-EMPREGADO
                       MOVE CAT-VERIFICAR TO CAT-NOVA
                       PERFORM GRAVA-CATEGORIA-EMPREGADO
                       MOVE identity TO CTR-ID-EMPREGADO
                       PERFORM GRAVA-CONTRATO
               END-WRITE
           END-IF.
           COMPUTE data-invalida = 0.                                 
               DISPLAY "O departamento invalido. Mantendo o departamento anterior."
               MOVE DEPARTAMENTO-ANTIGO TO departamento
           END-IF
           MOVE identity TO CAT-ID-EMPREGADO
           PERFORM LE-CATEGORIA-EMPREGADO
           DISPLAY "Categoria atual: " CAT-EMPREGADO ". Insira a categoria nova (0 mantem a atual):"
           PERFORM LISTAR-CATEGORIAS
           ACCEPT CAT-VERIFICAR
           IF CAT-VERIFICAR = 0
               MOVE CAT-EMPREGADO TO CAT-VERIFICAR
           END-IF
           MOVE ZERO TO CAT-VALIDA
           IF CAT-VERIFICAR > 0
               PERFORM VALIDA-CATEGORIA
               IF CAT-VALIDA = 0 AND CAT-EMPREGADO > 0
                   DISPLAY "A categoria invalida. Mantendo a categoria anterior."
                   MOVE CAT-EMPREGADO TO CAT-VERIFICAR
                   PERFORM VALIDA-CATEGORIA
               END-IF
           END-IF
           IF CAT-VALIDA = 0
               DISPLAY "Aviso: o empregado continua sem categoria atribuida."
           ELSE
               MOVE salario TO CAT-SALARIO-VERIFICAR
               PERFORM VERIFICA-BANDA
               IF CAT-FORA-BANDA NOT = 0
                   DISPLAY "Aviso: o salario esta fora da banda da categoria " CAT-VERIFICAR " (" CAT-LIN-MIN " a " CAT-LIN-MAX ")."
                   DISPLAY "Gravar este salario mesmo assim? (S/N)"
                   ACCEPT RESPOSTA-SN
                   IF RESPOSTA-SN NOT = 'S' AND RESPOSTA-SN NOT = 's'
                       DISPLAY "Mantendo o salario anterior."
                       MOVE SALARIO-ANTIGO TO salario
                   END-IF
               END-IF
           END-IF
           PERFORM ESCREVE-HISTORICO
           REWRITE RECORD-EMPR
               INVALID KEY 
                   MOVE identity TO JORNAL-ID
                   MOVE "UPD" TO JORNAL-ACAO
                   PERFORM REGISTA-JORNAL
                   IF CAT-VALIDA = 1 AND CAT-VERIFICAR NOT = CAT-EMPREGADO
                       MOVE CAT-VERIFICAR TO CAT-NOVA
                       PERFORM GRAVA-CATEGORIA-EMPREGADO
                   END-IF
           END-REWRITE
        END-IF.        
        DISPLAY SPACE.
               COMPUTE data-invalida = 1
           END-IF
       END-IF.
       IF data-invalida = 0
           MOVE ZERO TO CAT-VALIDA
           IF lote-categoria NUMERIC
               MOVE lote-categoria TO CAT-VERIFICAR
               PERFORM VALIDA-CATEGORIA
           END-IF
           IF CAT-VALIDA = 0
               DISPLAY "Linha " LOTE-TOTAL ": categoria invalida."
               MOVE "CA" TO LOTE-MOTIVO
               COMPUTE data-invalida = 1
           ELSE
               MOVE lote-salario TO CAT-SALARIO-VERIFICAR
               PERFORM VERIFICA-BANDA
               IF CAT-FORA-BANDA NOT = 0
                   DISPLAY "Linha " LOTE-TOTAL ": salario fora da banda da categoria " CAT-VERIFICAR "."
                   MOVE "BA" TO LOTE-MOTIVO
                   COMPUTE data-invalida = 1
               END-IF
           END-IF
       END-IF.
       IF data-invalida = 0
           MOVE lote-dataDeEntrada TO DATA-VERIFICAR
           PERFORM VALIDA-DATA-ENTRADA
               COMPUTE data-invalida = 1
           END-IF
       END-IF.
       IF data-invalida = 0
           MOVE ZERO TO CTR-VALIDO
           IF lote-contrato-fim-exp NUMERIC AND lote-contrato-fim NUMERIC
               MOVE lote-contrato-tipo TO CTR-NOVO-TIPO
               MOVE lote-dataDeEntrada TO CTR-NOVO-INICIO
               MOVE lote-contrato-fim-exp TO CTR-NOVO-FIM-EXP
               MOVE lote-contrato-fim TO CTR-NOVO-FIM
               MOVE ZERO TO CTR-NOVO-RENOVACOES
               MOVE ZERO TO CTR-NOVO-SAIDA
               PERFORM VALIDA-CONTRATO-NOVO
           END-IF
           IF CTR-VALIDO = 0
               DISPLAY "Linha " LOTE-TOTAL ": contrato invalido."
               MOVE "CT" TO LOTE-MOTIVO
               COMPUTE data-invalida = 1
           END-IF
       END-IF.
       IF data-invalida = 0
           MOVE lote-nome TO DUP-NOME
           MOVE lote-dataDeEntrada TO DUP-DATA
                   MOVE identity TO JORNAL-ID
                   MOVE "LOT" TO JORNAL-ACAO
                   PERFORM REGISTA-JORNAL
                   MOVE identity TO CAT-ID-EMPREGADO
                   MOVE lote-categoria TO CAT-NOVA
                   PERFORM GRAVA-CATEGORIA-EMPREGADO
                   MOVE identity TO CTR-ID-EMPREGADO
                   PERFORM GRAVA-CONTRATO
           END-WRITE
       ELSE
           COMPUTE LOTE-FALHA = LOTE-FALHA + 1
       MOVE lote-departamento TO rej-departamento.
       MOVE lote-dataDeEntrada TO rej-dataDeEntrada.
       MOVE LOTE-MOTIVO TO rej-motivo.
       MOVE lote-categoria TO rej-categoria.
       MOVE lote-contrato-tipo TO rej-contrato-tipo.
       MOVE lote-contrato-fim-exp TO rej-contrato-fim-exp.
       MOVE lote-contrato-fim TO rej-contrato-fim.
       WRITE RECORD-REJEITADO.

       LISTAR-DEPARTAMENTOS.
               DISPLAY "Readmissao indisponivel enquanto rescisoes.txt exceder a capacidade."
           ELSE
           MOVE ZERO TO RESC-ENCONTRADO
           MOVE ZERO TO RESC-ANONIMIZADA
           PERFORM VARYING RESC-INDEX FROM 1 BY 1 UNTIL RESC-INDEX > RESC-TOTAL
               MOVE RESC-TABELA-REG(RESC-INDEX) TO RESC-REGISTO
               IF resc-identity = idEmp AND resc-estado NOT = 'R'
                   IF resc-estado = 'X'
                       MOVE 1 TO RESC-ANONIMIZADA
                   ELSE
                       MOVE RESC-INDEX TO RESC-ENCONTRADO
                   END-IF
               END-IF
           END-PERFORM
           IF RESC-ENCONTRADO = 0
               IF RESC-ANONIMIZADA = 1
                   DISPLAY "Os dados pessoais de " idEmp " foram anonimizados. Registe-o como um empregado novo."
               ELSE
                   DISPLAY "Nao encontramos nenhuma rescisao para " idEmp
               END-IF
           ELSE
               MOVE RESC-TABELA-REG(RESC-ENCONTRADO) TO RESC-REGISTO
               DISPLAY SPACE
                           MOVE departamentoEm TO resc-departamento
                       END-IF
                   END-IF
                   COMPUTE data-invalida = 0
                   MOVE idEmp TO CTR-ID-EMPREGADO
                   PERFORM LE-CONTRATO
                   IF CTR-EXISTE = 1
                       DISPLAY "Contrato anterior: tipo " ctr-tipo " inicio " ctr-inicio " fim " ctr-data-fim " renovacoes " ctr-renovacoes
                       DISPLAY "Registar um contrato novo para a readmissao? (S/N)"
                       ACCEPT RESPOSTA-SN
                   ELSE
                       DISPLAY "O empregado nao tem contrato registado. Insira o contrato da readmissao."
                       MOVE 'S' TO RESPOSTA-SN
                   END-IF
                   MOVE ZERO TO CTR-GRAVAR
                   IF RESPOSTA-SN = 'S' OR RESPOSTA-SN = 's'
                       MOVE 1 TO CTR-PEDE-INICIO
                       PERFORM CAPTURA-CONTRATO
                       MOVE 1 TO CTR-GRAVAR
                   END-IF
                   IF data-invalida = 1
                       DISPLAY "Readmissao cancelada."
                   ELSE
                   MOVE idEmp TO identity
                   MOVE resc-nome TO nome
                   MOVE resc-salario TO salario
                           MOVE identity TO JORNAL-ID
                           MOVE "REA" TO JORNAL-ACAO
                           PERFORM REGISTA-JORNAL
                           IF CTR-GRAVAR = 1
                               MOVE identity TO CTR-ID-EMPREGADO
                               PERFORM GRAVA-CONTRATO
                           END-IF
                           DISPLAY SPACE
                           DISPLAY "Readmitimos o empregado com sucesso."
                   END-WRITE
                   END-IF
                   COMPUTE data-invalida = 0
               END-IF
           END-IF
           END-IF
               DISPLAY "Modo simulacao? (S/N) So uma resposta N grava as alteracoes."
               ACCEPT AUM-SIMULACAO
               IF AUM-SIMULACAO = 'N' OR AUM-SIMULACAO = 'n'
                   MOVE 43 TO AUT-FUNCAO
                   PERFORM VERIFICA-AUTORIZACAO
                   IF AUT-PERMITIDA = 1
                       PERFORM FAZ-COPIA-SEGURANCA
                       PERFORM APLICA-AUMENTOS
                   ELSE
                       DISPLAY "Os aumentos nao foram aplicados. Pode repetir em modo simulacao."
                   END-IF
               ELSE
                   PERFORM APLICA-AUMENTOS
               END-IF
           END-IF
       else
           compute erro-aum = 0
       end-if.

       APLICA-AUMENTOS.
       MOVE ZERO TO AUM-FORA-BANDA.
       PERFORM VARYING AUM-INDEX FROM 1 BY 1 UNTIL AUM-INDEX > 10
           MOVE ZERO TO AUM-TOT-ANTES(AUM-INDEX)
           MOVE ZERO TO AUM-TOT-DEPOIS(AUM-INDEX)
                       MOVE SALARIO-ANTIGO TO AUM-LIN-ANTES
                       MOVE SALARIO-NOVO TO AUM-LIN-DEPOIS
                       MOVE AUM-PERC-APLICAR TO AUM-LIN-PERC
                       MOVE SPACES TO AUM-LIN-BANDA
                       MOVE identity TO CAT-ID-EMPREGADO
                       PERFORM LE-CATEGORIA-EMPREGADO
                       IF CAT-EMPREGADO > 0
                           MOVE CAT-EMPREGADO TO CAT-VERIFICAR
                           PERFORM VALIDA-CATEGORIA
                           IF CAT-VALIDA = 1
                               MOVE SALARIO-NOVO TO CAT-SALARIO-VERIFICAR
                               PERFORM VERIFICA-BANDA
                               IF CAT-FORA-BANDA = 1
                                   MOVE "ABAIXO MIN" TO AUM-LIN-BANDA
                                   COMPUTE AUM-FORA-BANDA = AUM-FORA-BANDA + 1
                               END-IF
                               IF CAT-FORA-BANDA = 2
                                   MOVE "ACIMA MAX" TO AUM-LIN-BANDA
                                   COMPUTE AUM-FORA-BANDA = AUM-FORA-BANDA + 1
                                   DISPLAY "Aviso: o salario novo de " identity " fica acima do maximo da categoria " CAT-VERIFICAR " (" CAT-LIN-MAX ")."
                               END-IF
                           END-IF
                       ELSE
                           MOVE "SEM CATEGORIA" TO AUM-LIN-BANDA
                       END-IF
                       MOVE LINHA-AUM TO RECORD-AUMREL
                       WRITE RECORD-AUMREL
                       COMPUTE AUM-TOT-ANTES(departamento + 1) = AUM-TOT-ANTES(departamento + 1) + SALARIO-ANTIGO
                           END-IF
                   END-READ
               END-PERFORM
               IF AUM-FORA-BANDA > 0
                   MOVE SPACES TO RECORD-AUMREL
                   WRITE RECORD-AUMREL
                   MOVE AUM-FORA-BANDA TO AUM-BANDA-CONTA
                   MOVE LINHA-AUM-BANDA TO RECORD-AUMREL
                   WRITE RECORD-AUMREL
                   DISPLAY "Aviso: " AUM-FORA-BANDA " empregados ficam fora da banda da sua categoria apos os aumentos."
               END-IF
               CLOSE AUMREL
               DISPLAY SPACE
               IF AUM-SIMULACAO = 'N' OR AUM-SIMULACAO = 'n'
                   WRITE RECORD-RECONCIL
                   COMPUTE REC-DIFERENCAS = REC-DIFERENCAS + 1
               END-IF
               MOVE identity TO CAT-ID-EMPREGADO
               PERFORM LE-CATEGORIA-EMPREGADO
               IF CAT-EMPREGADO = 0
                   MOVE identity TO REC-LIN-ID
                   MOVE "EMPREGADO SEM CATEGORIA PROFISSIONAL ATRIBUIDA" TO REC-LIN-TEXTO
                   MOVE LINHA-RECONCIL TO RECORD-RECONCIL
                   WRITE RECORD-RECONCIL
                   COMPUTE REC-DIFERENCAS = REC-DIFERENCAS + 1
               ELSE
                   MOVE CAT-EMPREGADO TO CAT-VERIFICAR
                   PERFORM VALIDA-CATEGORIA
                   IF CAT-VALIDA = 0
                       MOVE identity TO REC-LIN-ID
                       MOVE "CATEGORIA INEXISTENTE EM CATEGORIAS.TXT" TO REC-LIN-TEXTO
                       MOVE LINHA-RECONCIL TO RECORD-RECONCIL
                       WRITE RECORD-RECONCIL
                       COMPUTE REC-DIFERENCAS = REC-DIFERENCAS + 1
                   END-IF
               END-IF
               READ FICHEIRO NEXT RECORD
                   AT END SET ENDOFFILE TO TRUE
               END-READ
       END-PERFORM.
       CLOSE EXTRATO.

       VALIDA-CATEGORIA.
       MOVE ZERO TO CAT-VALIDA.
       if erro-cat = 0
           IF CAT-VERIFICAR > 0
               MOVE CAT-VERIFICAR TO cat-chave
               READ CATEGORIAS
                   INVALID KEY
                       MOVE ZERO TO CAT-VALIDA
                   NOT INVALID KEY
                       MOVE 1 TO CAT-VALIDA
                       MOVE cat-titulo TO CAT-BANDA-TITULO
                       MOVE cat-minimo TO CAT-BANDA-MIN
                       MOVE cat-medio TO CAT-BANDA-MED
                       MOVE cat-maximo TO CAT-BANDA-MAX
               END-READ
           END-IF
       else
           compute erro-cat = 0
           display space
       end-if.

       VERIFICA-BANDA.
       MOVE ZERO TO CAT-FORA-BANDA.
       MOVE CAT-BANDA-MIN TO CAT-LIN-MIN.
       MOVE CAT-BANDA-MED TO CAT-LIN-MED.
       MOVE CAT-BANDA-MAX TO CAT-LIN-MAX.
       IF CAT-SALARIO-VERIFICAR < CAT-BANDA-MIN
           MOVE 1 TO CAT-FORA-BANDA
       END-IF.
       IF CAT-SALARIO-VERIFICAR > CAT-BANDA-MAX
           MOVE 2 TO CAT-FORA-BANDA
       END-IF.

       LE-CATEGORIA-EMPREGADO.
       MOVE ZERO TO CAT-EMPREGADO.
       if erro-ecat = 0
           MOVE CAT-ID-EMPREGADO TO ecat-chave
           READ EMPCATEG
               INVALID KEY
                   MOVE ZERO TO CAT-EMPREGADO
               NOT INVALID KEY
                   MOVE ecat-categoria TO CAT-EMPREGADO
           END-READ
       else
           compute erro-ecat = 0
           display space
       end-if.

       GRAVA-CATEGORIA-EMPREGADO.
       if erro-ecat = 0
           MOVE CAT-ID-EMPREGADO TO ecat-chave
           MOVE CAT-ID-EMPREGADO TO ecat-identity
           MOVE CAT-NOVA TO ecat-categoria
           WRITE RECORD-EMPCATEG
               INVALID KEY
                   REWRITE RECORD-EMPCATEG
                       INVALID KEY
                           DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " ECATFILESTATUS
                   END-REWRITE
           END-WRITE
       else
           compute erro-ecat = 0
           display space
       end-if.

       LISTAR-CATEGORIAS.
       if erro-cat = 0
           MOVE ZERO TO cat-chave
           START CATEGORIAS KEY IS GREATER THAN cat-chave
               INVALID KEY
                   DISPLAY "Nao existem categorias definidas."
                   SET ENDOFFILE-CAT TO TRUE
               NOT INVALID KEY
                   READ CATEGORIAS NEXT RECORD
                       AT END SET ENDOFFILE-CAT TO TRUE
                   END-READ
           END-START
           PERFORM UNTIL ENDOFFILE-CAT
               MOVE cat-minimo TO CAT-LIN-MIN
               MOVE cat-medio TO CAT-LIN-MED
               MOVE cat-maximo TO CAT-LIN-MAX
               DISPLAY cat-codigo "- " cat-titulo " MIN " CAT-LIN-MIN " MEDIO " CAT-LIN-MED " MAX " CAT-LIN-MAX
               READ CATEGORIAS NEXT RECORD
                   AT END SET ENDOFFILE-CAT TO TRUE
               END-READ
           END-PERFORM
       else
           compute erro-cat = 0
           display space
       end-if.

       GERIR-CATEGORIAS.
       DISPLAY "<1> Listar as categorias e as bandas salariais".
       DISPLAY "<2> Definir uma categoria (criar ou alterar a banda)".
       DISPLAY "<3> Atribuir uma categoria a um empregado".
       DISPLAY "<0> Voltar".
       DISPLAY SPACE.
       DISPLAY "Insira a sua resposta".
       ACCEPT RESPOSTA-CAT.
       EVALUATE RESPOSTA-CAT
           WHEN 1
           PERFORM LISTAR-CATEGORIAS
           WHEN 2
           PERFORM DEFINE-CATEGORIA
           WHEN 3
           PERFORM ATRIBUI-CATEGORIA-EMPREGADO
       END-EVALUATE.
       DISPLAY SPACE.

       DEFINE-CATEGORIA.
       COMPUTE data-invalida = 0.
       DISPLAY "Insira o codigo da categoria (1-99).".
       ACCEPT CAT-VERIFICAR.
       IF CAT-VERIFICAR < 1
           DISPLAY "O codigo invalido."
           COMPUTE data-invalida = 1
       ELSE
           PERFORM VALIDA-CATEGORIA
           IF CAT-VALIDA = 1
               MOVE CAT-BANDA-MIN TO CAT-LIN-MIN
               MOVE CAT-BANDA-MED TO CAT-LIN-MED
               MOVE CAT-BANDA-MAX TO CAT-LIN-MAX
               DISPLAY "Categoria atual: " CAT-BANDA-TITULO " MIN " CAT-LIN-MIN " MEDIO " CAT-LIN-MED " MAX " CAT-LIN-MAX
           ELSE
               DISPLAY "Categoria nova."
           END-IF
           DISPLAY "Insira o titulo da categoria (20 CARACTERES)."
           ACCEPT CAT-NOVO-TITULO
           DISPLAY "Insira o salario minimo da banda (ate 999999.99)."
           ACCEPT SALARIO-TEXTO
           MOVE FUNCTION NUMVAL(SALARIO-TEXTO) TO CAT-NOVO-MIN
           DISPLAY "Insira o salario medio (ponto medio) da banda."
           ACCEPT SALARIO-TEXTO
           MOVE FUNCTION NUMVAL(SALARIO-TEXTO) TO CAT-NOVO-MED
           DISPLAY "Insira o salario maximo da banda."
           ACCEPT SALARIO-TEXTO
           MOVE FUNCTION NUMVAL(SALARIO-TEXTO) TO CAT-NOVO-MAX
           IF CAT-NOVO-MIN <= 0 OR CAT-NOVO-MED < CAT-NOVO-MIN OR CAT-NOVO-MAX < CAT-NOVO-MED
               DISPLAY "A banda invalida: deve ser 0 < minimo <= medio <= maximo."
               COMPUTE data-invalida = 1
           END-IF
       END-IF.
       IF data-invalida = 0
           MOVE CAT-VERIFICAR TO cat-chave
           MOVE CAT-VERIFICAR TO cat-codigo
           MOVE CAT-NOVO-TITULO TO cat-titulo
           MOVE CAT-NOVO-MIN TO cat-minimo
           MOVE CAT-NOVO-MED TO cat-medio
           MOVE CAT-NOVO-MAX TO cat-maximo
           WRITE RECORD-CATEGORIA
               INVALID KEY
                   REWRITE RECORD-CATEGORIA
                       INVALID KEY
                           DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " CATFILESTATUS
                       NOT INVALID KEY
                           DISPLAY SPACE
                           DISPLAY "Atualizamos a banda da categoria."
                           MOVE CAT-VERIFICAR TO JORNAL-ID
                           MOVE "CAT" TO JORNAL-ACAO
                           PERFORM REGISTA-JORNAL
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY SPACE
                   DISPLAY "Adicionamos uma categoria nova."
                   MOVE CAT-VERIFICAR TO JORNAL-ID
                   MOVE "CAT" TO JORNAL-ACAO
                   PERFORM REGISTA-JORNAL
           END-WRITE
       END-IF.
       COMPUTE data-invalida = 0.

       ATRIBUI-CATEGORIA-EMPREGADO.
       DISPLAY "Insira o numero de identificacao (6 DIGITOS).".
       ACCEPT idEmp.
       READ FICHEIRO
           INVALID KEY
               DISPLAY "READ ERROR, NO RECORD AT " idEmp
           NOT INVALID KEY
               MOVE identity TO CAT-ID-EMPREGADO
               PERFORM LE-CATEGORIA-EMPREGADO
               DISPLAY identity SPACE nome " categoria atual: " CAT-EMPREGADO
               DISPLAY "Insira a categoria nova:"
               PERFORM LISTAR-CATEGORIAS
               ACCEPT CAT-VERIFICAR
               PERFORM VALIDA-CATEGORIA
               IF CAT-VALIDA = 0
                   DISPLAY "A categoria invalida."
               ELSE
                   MOVE 'S' TO RESPOSTA-SN
                   MOVE salario TO CAT-SALARIO-VERIFICAR
                   PERFORM VERIFICA-BANDA
                   IF CAT-FORA-BANDA NOT = 0
                       DISPLAY "Aviso: o salario atual esta fora da banda da categoria " CAT-VERIFICAR " (" CAT-LIN-MIN " a " CAT-LIN-MAX ")."
                       DISPLAY "Atribuir mesmo assim? (S/N)"
                       ACCEPT RESPOSTA-SN
                   END-IF
                   IF RESPOSTA-SN = 'S' OR RESPOSTA-SN = 's'
                       MOVE CAT-VERIFICAR TO CAT-NOVA
                       PERFORM GRAVA-CATEGORIA-EMPREGADO
                       IF ECATOPERATIONSUCCESSFULL
                           DISPLAY SPACE
                           DISPLAY "Atribuimos a categoria " CAT-NOVA " ao empregado " identity "."
                           MOVE identity TO JORNAL-ID
                           MOVE "CAT" TO JORNAL-ACAO
                           PERFORM REGISTA-JORNAL
                       END-IF
                   ELSE
                       DISPLAY "Atribuicao cancelada."
                   END-IF
               END-IF
       END-READ.

       RELATORIO-BANDAS.
       MOVE ZERO TO CMP-ABAIXO.
       MOVE ZERO TO CMP-ACIMA.
       MOVE ZERO TO CMP-SEM-CATEGORIA.
       MOVE ZERO TO CMP-EXCECOES.
       if erro = 0
           PERFORM CARREGAR-TABELA-DEPARTAMENTOS
           SORT CMPSORT ON ASCENDING KEY cmp-ts-departamento cmp-ts-categoria cmp-ts-id
               INPUT PROCEDURE IS CARREGA-CMPSORT
               GIVING CMPSORTED
           if erro = 0
               PERFORM ESCREVE-RELATORIO-BANDAS
           else
           compute erro = 0
           display space
           end-if
       else
           compute erro = 0
           display space
       end-if.

       CARREGA-CMPSORT.
       MOVE ZEROS TO idEmp.
       START FICHEIRO KEY IS GREATER THAN idEmp
           INVALID KEY
               SET ENDOFFILE TO TRUE
           NOT INVALID KEY
               READ FICHEIRO NEXT RECORD
                   AT END SET ENDOFFILE TO TRUE
               END-READ
       END-START.
       PERFORM UNTIL ENDOFFILE
           MOVE identity TO CAT-ID-EMPREGADO
           PERFORM LE-CATEGORIA-EMPREGADO
           MOVE departamento TO cmp-ts-departamento
           MOVE CAT-EMPREGADO TO cmp-ts-categoria
           MOVE identity TO cmp-ts-id
           MOVE nome TO cmp-ts-nome
           MOVE salario TO cmp-ts-salario
           RELEASE RECORD-CMPSORT
           READ FICHEIRO NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ
       END-PERFORM.

       ESCREVE-RELATORIO-BANDAS.
       OPEN OUTPUT CMPREL.
       MOVE "RELATORIO DE POSICIONAMENTO NAS BANDAS SALARIAIS" TO RECORD-CMPREL.
       WRITE RECORD-CMPREL.
       MOVE "COMPA% = SALARIO / MEDIO DA BANDA X 100" TO RECORD-CMPREL.
       WRITE RECORD-CMPREL.
       MOVE 1 TO CMP-PRIMEIRO.
       OPEN INPUT CMPSORTED.
       READ CMPSORTED
           AT END SET ENDOFFILE-CMPS TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-CMPS
           IF CMP-PRIMEIRO = 1 OR cmps-departamento NOT = CMP-DEPT-ANT
               MOVE SPACES TO RECORD-CMPREL
               WRITE RECORD-CMPREL
               MOVE cmps-departamento TO CMP-DEPT-CODIGO
               MOVE cmps-departamento TO DEPT-BUSCA-CODIGO
               PERFORM ENCONTRAR-DEPT-INDEX
               IF DEPT-INDEX-ENCONTRADO > 0
                   MOVE DEPT-TABELA-NOME(DEPT-INDEX-ENCONTRADO) TO CMP-DEPT-NOME
               ELSE
                   MOVE "DESCONHECIDO" TO CMP-DEPT-NOME
               END-IF
               MOVE LINHA-CMP-DEPT TO RECORD-CMPREL
               WRITE RECORD-CMPREL
               MOVE cmps-departamento TO CMP-DEPT-ANT
               MOVE 1 TO CMP-PRIMEIRO
           END-IF
           IF CMP-PRIMEIRO = 1 OR cmps-categoria NOT = CMP-CAT-ANT
               PERFORM ESCREVE-CABECALHO-CATEGORIA
               MOVE cmps-categoria TO CMP-CAT-ANT
               MOVE ZERO TO CMP-PRIMEIRO
           END-IF
           PERFORM ESCREVE-LINHA-BANDA
           READ CMPSORTED
               AT END SET ENDOFFILE-CMPS TO TRUE
           END-READ
       END-PERFORM.
       CLOSE CMPSORTED.
       COMPUTE CMP-EXCECOES = CMP-ABAIXO + CMP-ACIMA + CMP-SEM-CATEGORIA.
       MOVE SPACES TO RECORD-CMPREL.
       WRITE RECORD-CMPREL.
       MOVE "EMPREGADOS ABAIXO DO MINIMO DA BANDA:" TO CMP-TOT-TEXTO.
       MOVE CMP-ABAIXO TO CMP-TOT-CONTA.
       MOVE LINHA-CMP-TOT TO RECORD-CMPREL.
       WRITE RECORD-CMPREL.
       MOVE "EMPREGADOS ACIMA DO MAXIMO DA BANDA:" TO CMP-TOT-TEXTO.
       MOVE CMP-ACIMA TO CMP-TOT-CONTA.
       MOVE LINHA-CMP-TOT TO RECORD-CMPREL.
       WRITE RECORD-CMPREL.
       MOVE "EMPREGADOS SEM CATEGORIA VALIDA:" TO CMP-TOT-TEXTO.
       MOVE CMP-SEM-CATEGORIA TO CMP-TOT-CONTA.
       MOVE LINHA-CMP-TOT TO RECORD-CMPREL.
       WRITE RECORD-CMPREL.
       CLOSE CMPREL.
       DISPLAY SPACE.
       DISPLAY "Relatorio das bandas salariais escrito em bandasSalariais.txt".
       DISPLAY CMP-ABAIXO " abaixo do minimo, " CMP-ACIMA " acima do maximo, " CMP-SEM-CATEGORIA " sem categoria valida.".
       DISPLAY SPACE.

       ESCREVE-CABECALHO-CATEGORIA.
       MOVE cmps-categoria TO CAT-VERIFICAR.
       PERFORM VALIDA-CATEGORIA.
       MOVE cmps-categoria TO CMP-CAT-CODIGO.
       IF CAT-VALIDA = 1
           MOVE CAT-BANDA-TITULO TO CMP-CAT-TITULO
           MOVE CAT-BANDA-MIN TO CMP-CAT-MIN
           MOVE CAT-BANDA-MED TO CMP-CAT-MED
           MOVE CAT-BANDA-MAX TO CMP-CAT-MAX
       ELSE
           IF cmps-categoria = 0
               MOVE "SEM CATEGORIA" TO CMP-CAT-TITULO
           ELSE
               MOVE "CATEGORIA INEXISTENTE" TO CMP-CAT-TITULO
           END-IF
           MOVE ZERO TO CMP-CAT-MIN
           MOVE ZERO TO CMP-CAT-MED
           MOVE ZERO TO CMP-CAT-MAX
       END-IF.
       MOVE LINHA-CMP-CAT TO RECORD-CMPREL.
       WRITE RECORD-CMPREL.
       MOVE CMP-HEADER TO RECORD-CMPREL.
       WRITE RECORD-CMPREL.

       ESCREVE-LINHA-BANDA.
       MOVE cmps-id TO CMP-LIN-ID.
       MOVE cmps-nome TO CMP-LIN-NOME.
       MOVE cmps-salario TO CMP-LIN-SALARIO.
       MOVE SPACES TO CMP-LIN-POSICAO.
       IF CAT-VALIDA = 1 AND CAT-BANDA-MED > 0
           COMPUTE CMP-COMPA ROUNDED = cmps-salario * 100 / CAT-BANDA-MED
               ON SIZE ERROR
                   MOVE 999.99 TO CMP-COMPA
           END-COMPUTE
           COMPUTE CMP-DIFERENCA = cmps-salario - CAT-BANDA-MED
           MOVE CMP-COMPA TO CMP-LIN-COMPA
           MOVE CMP-DIFERENCA TO CMP-LIN-DIFERENCA
           MOVE cmps-salario TO CAT-SALARIO-VERIFICAR
           PERFORM VERIFICA-BANDA
           IF CAT-FORA-BANDA = 1
               MOVE "ABAIXO DO MINIMO" TO CMP-LIN-POSICAO
               COMPUTE CMP-ABAIXO = CMP-ABAIXO + 1
           END-IF
           IF CAT-FORA-BANDA = 2
               MOVE "ACIMA DO MAXIMO" TO CMP-LIN-POSICAO
               COMPUTE CMP-ACIMA = CMP-ACIMA + 1
           END-IF
       ELSE
           MOVE ZERO TO CMP-LIN-COMPA
           MOVE ZERO TO CMP-LIN-DIFERENCA
           MOVE "SEM CATEGORIA VALIDA" TO CMP-LIN-POSICAO
           COMPUTE CMP-SEM-CATEGORIA = CMP-SEM-CATEGORIA + 1
       END-IF.
       MOVE LINHA-CMP-EMP TO RECORD-CMPREL.
       WRITE RECORD-CMPREL.

       MANUTENCAO-DEPARTAMENTOS.
       DISPLAY "<1> Criar um departamento".
       DISPLAY "<2> Renomear um departamento".
               DISPLAY SPACE
               DISPLAY "Encontramos " BUSCA-ENCONTRADOS " empregados."
               IF BUSCA-ENCONTRADOS > 0
                   IF PERFIL-MENU-OPCAO(4) = 'S'
                       DISPLAY "<1> Ler"
                   END-IF
                   IF PERFIL-MENU-OPCAO(3) = 'S'
                       DISPLAY "<2> Atualizar"
                   END-IF
                   IF PERFIL-MENU-OPCAO(2) = 'S'
                       DISPLAY "<3> Apagar"
                   END-IF
                   DISPLAY "<0> Voltar"
                   ACCEPT BUSCA-OPCAO
                   EVALUATE BUSCA-OPCAO
                       WHEN 1
                       MOVE 4 TO AUT-FUNCAO
                       WHEN 2
                       MOVE 3 TO AUT-FUNCAO
                       WHEN 3
                       MOVE 2 TO AUT-FUNCAO
                       WHEN OTHER
                       MOVE ZERO TO AUT-FUNCAO
                   END-EVALUATE
                   IF AUT-FUNCAO > 0
                       PERFORM VERIFICA-AUTORIZACAO
                   ELSE
                       MOVE ZERO TO AUT-PERMITIDA
                   END-IF
                   IF AUT-PERMITIDA = 1
                       EVALUATE BUSCA-OPCAO
                           WHEN 1
                           PERFORM LER-EMPREGADO
                           WHEN 2
                           PERFORM ATUALIZAR-EMPREGADO
                           WHEN 3
                           PERFORM APAGAR-EMPREGADO
                       END-EVALUATE
                   END-IF
               END-IF
               DISPLAY SPACE
           else
                   IF resc-estado = 'R'
                       MOVE " - READMITIDO" TO FR-ESTADO
                   ELSE
                       IF resc-estado = 'X'
                           MOVE " - ANONIMIZADO" TO FR-ESTADO
                       ELSE
                           MOVE SPACES TO FR-ESTADO
                       END-IF
                   END-IF
                   MOVE LINHA-FICHA-RESC TO RECORD-FICHA
                   WRITE RECORD-FICHA
           display space
       end-if.

       INICIALIZAR-PERFIS-OPERADORES.
       if erro-operperf = 0
           MOVE 1001 TO operperf-chave
           READ OPERPERFIL
               INVALID KEY
                   MOVE 1001 TO operperf-codigo
                   MOVE 1 TO operperf-perfil
                   WRITE RECORD-OPERPERFIL
                       INVALID KEY
                           DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " OPERPERFSTATUS
                   END-WRITE
                   MOVE 1002 TO operperf-chave
                   MOVE 1002 TO operperf-codigo
                   MOVE 2 TO operperf-perfil
                   WRITE RECORD-OPERPERFIL
                       INVALID KEY
                           DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " OPERPERFSTATUS
                   END-WRITE
                   MOVE 1003 TO operperf-chave
                   MOVE 1003 TO operperf-codigo
                   MOVE 3 TO operperf-perfil
                   WRITE RECORD-OPERPERFIL
                       INVALID KEY
                           DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " OPERPERFSTATUS
                   END-WRITE
           END-READ
       else
           compute erro-operperf = 0
           display space
       end-if.

       LE-PERFIL-OPERADOR.
       MOVE ZERO TO OPER-PERFIL-LIDO.
       if erro-operperf = 0
           MOVE oper-codigo TO operperf-chave
           READ OPERPERFIL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE operperf-perfil TO OPER-PERFIL-LIDO
           END-READ
       else
           compute erro-operperf = 0
           display space
       end-if.

       SIGNON-OPERADOR.
       MOVE ZERO TO SIGNON-OK.
       MOVE ZERO TO TENTATIVAS-SIGNON.
                   DISPLAY SPACE
                   DISPLAY "Bem-vindo, " oper-nome
                   DISPLAY SPACE
                   PERFORM LE-PERFIL-OPERADOR
                   MOVE OPER-PERFIL-LIDO TO OPERADOR-PERFIL
                   PERFORM CARREGA-PERFIL-OPERADOR
           END-READ
       END-PERFORM.
       IF SIGNON-OK = 0
           DISPLAY "Sign-on falhou apos 3 tentativas. O programa termina."
       END-IF.

       INICIALIZAR-PERFIS.
       if erro-perfil = 0
           MOVE 1 TO perfil-chave
           READ PERFIS
               INVALID KEY
                   MOVE 1 TO perfil-codigo
                   MOVE "Administrador" TO perfil-nome
                   MOVE PERFIL-ADM-MENU TO perfil-menu
                   MOVE PERFIL-ADM-BATCH TO perfil-batch
                   WRITE RECORD-PERFIL
                       INVALID KEY
                           IF PERFILRECORDEXISTS
                               DISPLAY "SEED ERROR, PROFILE ALREADY EXISTS AT " perfil-chave
                           ELSE
                               DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " PERFILFILESTATUS
                           END-IF
                   END-WRITE
                   MOVE 2 TO perfil-chave
                   MOVE 2 TO perfil-codigo
                   MOVE "Recursos Humanos" TO perfil-nome
                   MOVE PERFIL-RH-MENU TO perfil-menu
                   MOVE PERFIL-RH-BATCH TO perfil-batch
                   WRITE RECORD-PERFIL
                       INVALID KEY
                           IF PERFILRECORDEXISTS
                               DISPLAY "SEED ERROR, PROFILE ALREADY EXISTS AT " perfil-chave
                           ELSE
                               DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " PERFILFILESTATUS
                           END-IF
                   END-WRITE
                   MOVE 3 TO perfil-chave
                   MOVE 3 TO perfil-codigo
                   MOVE "Pagamentos" TO perfil-nome
                   MOVE PERFIL-PAG-MENU TO perfil-menu
                   MOVE PERFIL-PAG-BATCH TO perfil-batch
                   WRITE RECORD-PERFIL
                       INVALID KEY
                           IF PERFILRECORDEXISTS
                               DISPLAY "SEED ERROR, PROFILE ALREADY EXISTS AT " perfil-chave
                           ELSE
                               DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " PERFILFILESTATUS
                           END-IF
                   END-WRITE
           END-READ
       else
           compute erro-perfil = 0
           display space
       end-if.

       CARREGA-PERFIL-OPERADOR.
       MOVE ALL 'N' TO PERFIL-MENU-ATUAL.
       MOVE ALL 'N' TO PERFIL-BATCH-ATUAL.
       IF OPERADOR-PERFIL NOT NUMERIC OR OPERADOR-PERFIL = 0
           DISPLAY "Aviso: o operador " OPERADOR-ATUAL " nao tem perfil atribuido. Nenhuma funcao autorizada."
       ELSE
           MOVE OPERADOR-PERFIL TO perfil-chave
           READ PERFIS
               INVALID KEY
                   DISPLAY "Aviso: o perfil " OPERADOR-PERFIL " nao existe. Nenhuma funcao autorizada."
               NOT INVALID KEY
                   MOVE perfil-menu TO PERFIL-MENU-ATUAL
                   MOVE perfil-batch TO PERFIL-BATCH-ATUAL
           END-READ
       END-IF.

       VERIFICA-AUTORIZACAO.
       MOVE ZERO TO AUT-PERMITIDA.
       IF AUT-FUNCAO > 0 AND AUT-FUNCAO <= 50
           IF PERFIL-MENU-OPCAO(AUT-FUNCAO) = 'S'
               MOVE 1 TO AUT-PERMITIDA
           END-IF
       END-IF.
       IF AUT-PERMITIDA = 0
           DISPLAY SPACE
           DISPLAY "Funcao nao autorizada para o seu perfil. A tentativa foi registada no jornal."
           DISPLAY SPACE
           MOVE AUT-FUNCAO TO JORNAL-ID
           MOVE "NEG" TO JORNAL-ACAO
           PERFORM REGISTA-JORNAL
       END-IF.

       VERIFICA-AUTORIZACAO-BATCH.
       MOVE 1 TO AUT-PERMITIDA.
       MOVE ZERO TO BATCH-FUNCAO-ENCONTRADA.
       IF ped-funcao NOT = SPACES
           PERFORM VARYING BATCH-FUNCAO-INDEX FROM 1 BY 1 UNTIL BATCH-FUNCAO-INDEX > 20
               IF BATCH-FUNCAO-NOME(BATCH-FUNCAO-INDEX) = ped-funcao
                   MOVE BATCH-FUNCAO-INDEX TO BATCH-FUNCAO-ENCONTRADA
               END-IF
           END-PERFORM
       END-IF.
       IF BATCH-FUNCAO-ENCONTRADA > 0
           IF PERFIL-BATCH-FUNCAO(BATCH-FUNCAO-ENCONTRADA) NOT = 'S'
               MOVE ZERO TO AUT-PERMITIDA
               COMPUTE JORNAL-ID = 50 + BATCH-FUNCAO-ENCONTRADA
               MOVE "NEG" TO JORNAL-ACAO
               PERFORM REGISTA-JORNAL
           END-IF
       END-IF.

       GERIR-PERFIS.
       DISPLAY "<1> Listar os perfis e os operadores".
       DISPLAY "<2> Definir um perfil (opcoes do menu e funcoes batch)".
       DISPLAY "<3> Atribuir um perfil a um operador".
       DISPLAY "<0> Voltar".
       DISPLAY SPACE.
       DISPLAY "Insira a sua resposta".
       ACCEPT RESPOSTA-PERFIL.
       EVALUATE RESPOSTA-PERFIL
           WHEN 1
           PERFORM LISTA-PERFIS
           WHEN 2
           PERFORM DEFINE-PERFIL
           WHEN 3
           PERFORM ATRIBUI-PERFIL-OPERADOR
       END-EVALUATE.
       PERFORM CARREGA-PERFIL-OPERADOR.
       DISPLAY SPACE.

       LISTA-PERFIS.
       DISPLAY SPACE.
       DISPLAY "Posicoes do menu: 1 a 40 = opcao do menu principal com o mesmo numero,".
       DISPLAY "41 = reabrir um periodo da folha, 42 = restaurar uma copia de seguranca,".
       DISPLAY "43 = gravar aumentos salariais (fora do modo simulacao),".
       DISPLAY "44 = manter a tabela de taxas de retencao e seguranca social,".
       DISPLAY "45 = manter os parametros de ausencias na folha,".
       DISPLAY "46 = anonimizar os dados de ex-empregados (fora da pre-visualizacao).".
       DISPLAY "Posicoes batch:".
       PERFORM VARYING BATCH-FUNCAO-INDEX FROM 1 BY 1 UNTIL BATCH-FUNCAO-INDEX > 20
           IF BATCH-FUNCAO-NOME(BATCH-FUNCAO-INDEX) NOT = SPACES
               DISPLAY "  " BATCH-FUNCAO-INDEX " = " BATCH-FUNCAO-NOME(BATCH-FUNCAO-INDEX)
           END-IF
       END-PERFORM.
       DISPLAY SPACE.
       if erro-perfil = 0
           MOVE ZERO TO perfil-chave
           START PERFIS KEY IS GREATER THAN perfil-chave
               INVALID KEY DISPLAY "Nao existem perfis definidos."
           END-START
           READ PERFIS NEXT RECORD
               AT END SET ENDOFFILE-PERFIL TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-PERFIL
               DISPLAY "Perfil " perfil-codigo " - " perfil-nome
               DISPLAY "  menu:  " perfil-menu
               DISPLAY "  batch: " perfil-batch
               READ PERFIS NEXT RECORD
                   AT END SET ENDOFFILE-PERFIL TO TRUE
               END-READ
           END-PERFORM
       else
           compute erro-perfil = 0
           display space
       end-if.
       DISPLAY SPACE.
       if erro-oper = 0
           MOVE ZERO TO oper-chave
           START OPERADORES KEY IS GREATER THAN oper-chave
               INVALID KEY DISPLAY "Nao existem operadores definidos."
           END-START
           READ OPERADORES NEXT RECORD
               AT END SET ENDOFFILE-OPER TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-OPER
               PERFORM LE-PERFIL-OPERADOR
               DISPLAY "Operador " oper-codigo " - " oper-nome " perfil " OPER-PERFIL-LIDO
               READ OPERADORES NEXT RECORD
                   AT END SET ENDOFFILE-OPER TO TRUE
               END-READ
           END-PERFORM
       else
           compute erro-oper = 0
           display space
       end-if.

       DEFINE-PERFIL.
       MOVE ZERO TO PERFIL-INVALIDO.
       DISPLAY "Insira o codigo do perfil (1-99).".
       ACCEPT PERFIL-NOVO-CODIGO.
       IF PERFIL-NOVO-CODIGO < 1
           DISPLAY "O codigo invalido."
           MOVE 1 TO PERFIL-INVALIDO
       END-IF.
       IF PERFIL-INVALIDO = 0
           MOVE PERFIL-NOVO-CODIGO TO perfil-chave
           READ PERFIS
               INVALID KEY
                   DISPLAY "Perfil novo."
               NOT INVALID KEY
                   DISPLAY "Perfil atual: " perfil-nome
                   DISPLAY "  menu:  " perfil-menu
                   DISPLAY "  batch: " perfil-batch
           END-READ
           DISPLAY "Insira o nome do perfil (15 CARACTERES)."
           ACCEPT PERFIL-NOVO-NOME
           DISPLAY "Insira as autorizacoes do menu (ate 50 letras S/N, uma por posicao)."
           ACCEPT PERFIL-NOVO-MENU
           DISPLAY "Insira as autorizacoes batch (ate 20 letras S/N, uma por posicao)."
           ACCEPT PERFIL-NOVO-BATCH
           INSPECT PERFIL-NOVO-MENU REPLACING ALL SPACE BY 'N'
           INSPECT PERFIL-NOVO-MENU REPLACING ALL 's' BY 'S' ALL 'n' BY 'N'
           INSPECT PERFIL-NOVO-BATCH REPLACING ALL SPACE BY 'N'
           INSPECT PERFIL-NOVO-BATCH REPLACING ALL 's' BY 'S' ALL 'n' BY 'N'
           PERFORM VARYING PERFIL-POSICAO FROM 1 BY 1 UNTIL PERFIL-POSICAO > 50
               IF PERFIL-NOVO-MENU(PERFIL-POSICAO:1) NOT = 'S' AND PERFIL-NOVO-MENU(PERFIL-POSICAO:1) NOT = 'N'
                   MOVE 1 TO PERFIL-INVALIDO
               END-IF
           END-PERFORM
           PERFORM VARYING PERFIL-POSICAO FROM 1 BY 1 UNTIL PERFIL-POSICAO > 20
               IF PERFIL-NOVO-BATCH(PERFIL-POSICAO:1) NOT = 'S' AND PERFIL-NOVO-BATCH(PERFIL-POSICAO:1) NOT = 'N'
                   MOVE 1 TO PERFIL-INVALIDO
               END-IF
           END-PERFORM
           IF PERFIL-INVALIDO = 1
               DISPLAY "As autorizacoes so podem conter as letras S e N. Perfil nao gravado."
           END-IF
       END-IF.
       IF PERFIL-INVALIDO = 0 AND PERFIL-NOVO-CODIGO = OPERADOR-PERFIL AND PERFIL-NOVO-MENU(27:1) NOT = 'S'
           DISPLAY "Nao pode retirar a gestao de perfis ao seu proprio perfil. Perfil nao gravado."
           MOVE 1 TO PERFIL-INVALIDO
       END-IF.
       IF PERFIL-INVALIDO = 0
           MOVE PERFIL-NOVO-CODIGO TO perfil-chave
           MOVE PERFIL-NOVO-CODIGO TO perfil-codigo
           MOVE PERFIL-NOVO-NOME TO perfil-nome
           MOVE PERFIL-NOVO-MENU TO perfil-menu
           MOVE PERFIL-NOVO-BATCH TO perfil-batch
           WRITE RECORD-PERFIL
               INVALID KEY
                   REWRITE RECORD-PERFIL
                       INVALID KEY
                           DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " PERFILFILESTATUS
                       NOT INVALID KEY
                           DISPLAY "Atualizamos o perfil."
                           MOVE PERFIL-NOVO-CODIGO TO JORNAL-ID
                           MOVE "PRF" TO JORNAL-ACAO
                           PERFORM REGISTA-JORNAL
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Definimos o perfil novo."
                   MOVE PERFIL-NOVO-CODIGO TO JORNAL-ID
                   MOVE "PRF" TO JORNAL-ACAO
                   PERFORM REGISTA-JORNAL
           END-WRITE
       END-IF.

       ATRIBUI-PERFIL-OPERADOR.
       MOVE ZERO TO OPER-EXISTE.
       DISPLAY "Insira o codigo do operador (4 DIGITOS).".
       ACCEPT OPER-NOVO-CODIGO.
       IF OPER-NOVO-CODIGO < 1
           DISPLAY "O codigo de operador invalido."
       ELSE
           MOVE OPER-NOVO-CODIGO TO oper-chave
           READ OPERADORES
               INVALID KEY
                   DISPLAY "Operador novo. Insira o nome do operador (15 CARACTERES)."
                   ACCEPT OPER-NOVO-NOME
               NOT INVALID KEY
                   MOVE 1 TO OPER-EXISTE
                   MOVE oper-nome TO OPER-NOVO-NOME
                   PERFORM LE-PERFIL-OPERADOR
                   DISPLAY "Operador " oper-codigo " - " oper-nome " perfil atual " OPER-PERFIL-LIDO
           END-READ
           DISPLAY "Insira o codigo do perfil a atribuir (1-99, 00 retira o acesso)."
           ACCEPT OPER-NOVO-PERFIL
           MOVE ZERO TO OPER-PERFIL-VALIDO
           MOVE ZERO TO OPER-PERFIL-GERE
           IF OPER-NOVO-PERFIL NOT NUMERIC
               DISPLAY "O perfil " OPER-NOVO-PERFIL " nao existe."
           ELSE
               IF OPER-NOVO-PERFIL = 0
                   MOVE 1 TO OPER-PERFIL-VALIDO
               ELSE
                   MOVE OPER-NOVO-PERFIL TO perfil-chave
                   READ PERFIS
                       INVALID KEY
                           DISPLAY "O perfil " OPER-NOVO-PERFIL " nao existe."
                       NOT INVALID KEY
                           MOVE 1 TO OPER-PERFIL-VALIDO
                           IF perfil-menu(27:1) = 'S'
                               MOVE 1 TO OPER-PERFIL-GERE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF OPER-PERFIL-VALIDO = 1
               IF OPER-NOVO-CODIGO = OPERADOR-ATUAL AND OPER-PERFIL-GERE = 0
                   DISPLAY "Nao pode atribuir a si proprio um perfil sem gestao de perfis."
               ELSE
                   PERFORM GRAVA-PERFIL-OPERADOR
               END-IF
           END-IF
       END-IF.

       GRAVA-PERFIL-OPERADOR.
       IF OPER-EXISTE = 0
           MOVE OPER-NOVO-CODIGO TO oper-chave
           MOVE OPER-NOVO-CODIGO TO oper-codigo
           MOVE OPER-NOVO-NOME TO oper-nome
           WRITE RECORD-OPER
               INVALID KEY
                   DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " OPERFILESTATUS
           END-WRITE
       END-IF.
       IF OPEROPERATIONSUCCESSFULL
           MOVE OPER-NOVO-CODIGO TO operperf-chave
           MOVE OPER-NOVO-CODIGO TO operperf-codigo
           MOVE OPER-NOVO-PERFIL TO operperf-perfil
           WRITE RECORD-OPERPERFIL
               INVALID KEY
                   IF OPERPERFRECORDEXISTS
                       REWRITE RECORD-OPERPERFIL
                           INVALID KEY
                               DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " OPERPERFSTATUS
                       END-REWRITE
                   ELSE
                       DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " OPERPERFSTATUS
                   END-IF
           END-WRITE
           IF OPERPERFOPERATIONSUCCESSFULL
               IF OPER-NOVO-PERFIL = 0
                   DISPLAY "Retiramos o acesso ao operador " OPER-NOVO-CODIGO "."
               ELSE
                   DISPLAY "Atribuimos o perfil " OPER-NOVO-PERFIL " ao operador " OPER-NOVO-CODIGO "."
               END-IF
               MOVE OPER-NOVO-CODIGO TO JORNAL-ID
               MOVE "PRF" TO JORNAL-ACAO
               PERFORM REGISTA-JORNAL
               IF OPER-NOVO-CODIGO = OPERADOR-ATUAL
                   MOVE OPER-NOVO-PERFIL TO OPERADOR-PERFIL
               END-IF
           END-IF
       END-IF.

       REGISTA-JORNAL.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE OPERADOR-ATUAL TO jrn-operador.
       MOVE WS-CURRENT-DATE(7:2) TO jrn-data(1:2).
       MOVE WS-CURRENT-DATE(5:2) TO jrn-data(3:2).
       MOVE WS-CURRENT-DATE(3:2) TO jrn-data(5:2).
       MOVE WS-CURRENT-DATE(9:6) TO jrn-hora.
       MOVE JORNAL-ID TO jrn-identity.
       MOVE JORNAL-ACAO TO jrn-acao.
       WRITE RECORD-JORNAL.

       CONVERTE-FICHEIROS-SALARIO.
       DISPLAY "Conversao unica dos ficheiros para salarios com centimos.".
       DISPLAY "Os ficheiros empregados.txt, rescisoes.txt e historico.txt".
       DISPLAY "vao ser fechados para permitir a renomeacao.".
       DISPLAY SPACE.
       DISPLAY "Continuar? (S/N)".
       ACCEPT RESPOSTA-SN.
       IF RESPOSTA-SN NOT = 'S' AND RESPOSTA-SN NOT = 's'
           DISPLAY "Conversao cancelada."
       ELSE
           CLOSE FICHEIRO
           CLOSE RESCISOES
           CLOSE HISTORICO
           DISPLAY "Renomeie agora os ficheiros antigos para:"
           DISPLAY "  empregados.txt -> empregadosAntigo.txt"
       ARQUIVA-JORNAL.
       MOVE ZERO TO ARQ-ARQUIVADOS.
       MOVE ZERO TO ARQ-MANTIDOS.
       MOVE ZERO TO ALT-RETIDOS.
       MOVE ZERO TO ALT-LIDOS.
       PERFORM LE-CONTROLO-ALTERACOES.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(1:4) TO ANO-CORRENTE-AAAA.
       MOVE WS-CURRENT-DATE(5:2) TO DV-MES.
           MOVE jrn-data TO DATA-VERIFICAR
           PERFORM CONVERTE-DATA-AAAAMMDD
           COMPUTE ARQ-REG-MESES = DV-ANO-COMPLETO * 12 + DV-MES
           COMPUTE ALT-LIDOS = ALT-LIDOS + 1
           IF ARQ-REG-MESES < ARQ-CORTE-MESES AND ALT-CONTROLO-EXISTE = 1 AND ALT-LIDOS > ALT-POSICAO
               COMPUTE ALT-RETIDOS = ALT-RETIDOS + 1
               COMPUTE ARQ-REG-MESES = ARQ-CORTE-MESES
           END-IF
           IF ARQ-REG-MESES < ARQ-CORTE-MESES
               MOVE jrn-operador TO jarq-operador
               MOVE jrn-data TO jarq-data
       CLOSE JORNALTMP.
       CLOSE JORNAL.
       OPEN EXTEND JORNAL.
       IF ALT-CONTROLO-EXISTE = 1 AND ARQ-ARQUIVADOS > 0
           COMPUTE ALT-POSICAO = ALT-POSICAO - ARQ-ARQUIVADOS
           PERFORM GRAVA-CONTROLO-ALTERACOES
       END-IF.
       DISPLAY SPACE.
       DISPLAY "Arquivamos " ARQ-ARQUIVADOS " entradas em " JORNAL-ARQ-NOME ". Mantemos " ARQ-MANTIDOS " entradas no jornal.".
       IF ALT-RETIDOS > 0
           DISPLAY "Mantivemos " ALT-RETIDOS " entradas antigas ainda nao entregues no ficheiro de alteracoes."
       END-IF.
       DISPLAY SPACE.

       FAZ-COPIA-SEGURANCA.
               END-WRITE
       END-READ.
       MOVE copia-proxima TO COPIA-GERACAO.
       MOVE ZERO TO COPIA-FALHOU.
       PERFORM GRAVA-COPIA-EMPREGADOS.
       PERFORM GRAVA-COPIA-DEPARTAMENTOS.
       PERFORM GRAVA-COPIA-RESCISOES.
       PERFORM GRAVA-COPIA-HISTORICO.
       PERFORM GRAVA-COPIA-CONTAS.
       PERFORM INICIA-COPIA-RETENCAO.
       IF COPIA-FALHOU = 0
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE 'S' TO copia-ger-ocupada(COPIA-GERACAO)
           MOVE WS-CURRENT-DATE(7:2) TO copia-ger-data(COPIA-GERACAO)(1:2)
           MOVE WS-CURRENT-DATE(5:2) TO copia-ger-data(COPIA-GERACAO)(3:2)
           MOVE WS-CURRENT-DATE(3:2) TO copia-ger-data(COPIA-GERACAO)(5:2)
           MOVE WS-CURRENT-DATE(9:6) TO copia-ger-hora(COPIA-GERACAO)
           IF COPIA-GERACAO = 3
               MOVE 1 TO copia-proxima
           ELSE
               COMPUTE copia-proxima = COPIA-GERACAO + 1
           END-IF
       ELSE
           MOVE 'N' TO copia-ger-ocupada(COPIA-GERACAO)
       END-IF.
       REWRITE RECORD-COPIACTL
           INVALID KEY
               DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " COPIAFILESTATUS
       END-REWRITE.
       CLOSE COPIACTL.
       IF COPIA-FALHOU = 0
           DISPLAY "Copia de seguranca gravada (geracao " COPIA-GERACAO ")."
       ELSE
           DISPLAY "Erro ao gravar a copia de seguranca (geracao " COPIA-GERACAO "). A geracao fica marcada como livre."
       END-IF.

       GRAVA-COPIA-EMPREGADOS.
       MOVE "copiaEmpregados .txt" TO COPIA-EMP-NOME.
       MOVE COPIA-GERACAO TO COPIA-EMP-NOME(16:1).
       OPEN OUTPUT COPIAEMP.
       IF COPIAEMPSTATUS(1:1) NOT = "0"
           MOVE 1 TO COPIA-FALHOU
       END-IF.
       if erro = 0
           MOVE ZEROS TO idEmp
           START FICHEIRO KEY IS GREATER THAN idEmp
               MOVE departamento TO cpemp-departamento
               MOVE dataDeEntrada TO cpemp-dataDeEntrada
               WRITE RECORD-COPIAEMP
           IF COPIAEMPSTATUS(1:1) NOT = "0"
               MOVE 1 TO COPIA-FALHOU
           END-IF
               READ FICHEIRO NEXT RECORD
                   AT END SET ENDOFFILE TO TRUE
               END-READ
       MOVE "copiaDepartamentos .txt" TO COPIA-DEPT-NOME.
       MOVE COPIA-GERACAO TO COPIA-DEPT-NOME(19:1).
       OPEN OUTPUT COPIADEPT.
       IF COPIADEPTSTATUS(1:1) NOT = "0"
           MOVE 1 TO COPIA-FALHOU
       END-IF.
       if erro-dept = 0
           MOVE ZERO TO dept-chave
           START DEPTFILE KEY IS GREATER THAN dept-chave
               MOVE dept-codigo TO cpdept-codigo
               MOVE dept-nome TO cpdept-nome
               WRITE RECORD-COPIADEPT
           IF COPIADEPTSTATUS(1:1) NOT = "0"
               MOVE 1 TO COPIA-FALHOU
           END-IF
               READ DEPTFILE NEXT RECORD
                   AT END SET ENDOFFILE-DEPT TO TRUE
               END-READ
       end-if.
       CLOSE COPIADEPT.

       GRAVA-COPIA-RESCISOES.
       MOVE "copiaRescisoes .txt" TO COPIA-RESC-NOME.
       MOVE COPIA-GERACAO TO COPIA-RESC-NOME(15:1).
       OPEN OUTPUT COPIARESC.
       IF COPIARESCSTATUS(1:1) NOT = "0"
           MOVE 1 TO COPIA-FALHOU
       END-IF.
       CLOSE RESCISOES.
       OPEN INPUT RESCISOES.
       READ RESCISOES
           AT END SET ENDOFFILE-RESC TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-RESC
           MOVE RECORD-RESCISAO TO RECORD-COPIARESC
           WRITE RECORD-COPIARESC
           IF COPIARESCSTATUS(1:1) NOT = "0"
               MOVE 1 TO COPIA-FALHOU
           END-IF
           READ RESCISOES
               AT END SET ENDOFFILE-RESC TO TRUE
           END-READ
       END-PERFORM.
       CLOSE RESCISOES.
       OPEN EXTEND RESCISOES.
       CLOSE COPIARESC.

       GRAVA-COPIA-HISTORICO.
       MOVE "copiaHistorico .txt" TO COPIA-HIST-NOME.
       MOVE COPIA-GERACAO TO COPIA-HIST-NOME(15:1).
       OPEN OUTPUT COPIAHIST.
       IF COPIAHISTSTATUS(1:1) NOT = "0"
           MOVE 1 TO COPIA-FALHOU
       END-IF.
       CLOSE HISTORICO.
       OPEN INPUT HISTORICO.
       READ HISTORICO
           AT END SET ENDOFFILE-HIST TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-HIST
           MOVE RECORD-HIST TO RECORD-COPIAHIST
           WRITE RECORD-COPIAHIST
           IF COPIAHISTSTATUS(1:1) NOT = "0"
               MOVE 1 TO COPIA-FALHOU
           END-IF
           READ HISTORICO
               AT END SET ENDOFFILE-HIST TO TRUE
           END-READ
       END-PERFORM.
       CLOSE HISTORICO.
       OPEN EXTEND HISTORICO.
       CLOSE COPIAHIST.

       GRAVA-COPIA-CONTAS.
       MOVE "copiaContas .txt" TO COPIA-CONTA-NOME.
       MOVE COPIA-GERACAO TO COPIA-CONTA-NOME(12:1).
       OPEN OUTPUT COPIACONTA.
       IF COPIACONTASTATUS(1:1) NOT = "0"
           MOVE 1 TO COPIA-FALHOU
       END-IF.
       if erro-conta = 0
           MOVE ZEROS TO conta-chave
           START CONTAS KEY IS GREATER THAN conta-chave
               INVALID KEY SET ENDOFFILE-CONTA TO TRUE
               NOT INVALID KEY
                   READ CONTAS NEXT RECORD
                       AT END SET ENDOFFILE-CONTA TO TRUE
                   END-READ
           END-START
           PERFORM UNTIL ENDOFFILE-CONTA
               MOVE conta-identity TO cpconta-identity
               MOVE conta-iban TO cpconta-iban
               MOVE conta-titular TO cpconta-titular
               WRITE RECORD-COPIACONTA
           IF COPIACONTASTATUS(1:1) NOT = "0"
               MOVE 1 TO COPIA-FALHOU
           END-IF
               READ CONTAS NEXT RECORD
                   AT END SET ENDOFFILE-CONTA TO TRUE
               END-READ
           END-PERFORM
       else
           compute erro-conta = 0
           display space
       end-if.
       CLOSE COPIACONTA.

       INICIA-COPIA-RETENCAO.
       MOVE "copiaRetencao .txt" TO COPIA-RET-NOME.
       MOVE COPIA-GERACAO TO COPIA-RET-NOME(14:1).
       OPEN OUTPUT COPIARET.
       IF COPIARETSTATUS(1:1) NOT = "0"
           MOVE 1 TO COPIA-FALHOU
       END-IF.
       CLOSE COPIARET.

       GERIR-COPIAS-SEGURANCA.
       MOVE ZERO TO COPIA-EXISTE.
       OPEN I-O COPIACTL.
                       DISPLAY "Confirmar o restauro da geracao " COPIA-ESCOLHIDA "? (S/N)"
                       ACCEPT RESPOSTA-SN
                       IF RESPOSTA-SN = 'S' OR RESPOSTA-SN = 's'
                           MOVE 42 TO AUT-FUNCAO
                           PERFORM VERIFICA-AUTORIZACAO
                           IF AUT-PERMITIDA = 1
                               PERFORM RESTAURA-COPIA
                           END-IF
                       ELSE
                           DISPLAY "Restauro cancelado."
                       END-IF
       CLOSE COPIADEPT.
       CLOSE DEPTFILE.
       OPEN I-O DEPTFILE.
       PERFORM RESTAURA-COPIA-RESCISOES.
       PERFORM RESTAURA-COPIA-HISTORICO.
       PERFORM RESTAURA-COPIA-CONTAS.
       PERFORM RESTAURA-COPIA-RETENCAO.
       MOVE ZEROS TO JORNAL-ID.
       MOVE "RES" TO JORNAL-ACAO.
       PERFORM REGISTA-JORNAL.
       DISPLAY SPACE.
       DISPLAY "Restauramos a geracao " COPIA-GERACAO " com sucesso.".

       RESTAURA-COPIA-RESCISOES.
       MOVE "copiaRescisoes .txt" TO COPIA-RESC-NOME.
       MOVE COPIA-GERACAO TO COPIA-RESC-NOME(15:1).
       OPEN INPUT COPIARESC.
       IF COPIARESCAUSENTE
           DISPLAY "A geracao " COPIA-GERACAO " nao tem copia de rescisoes.txt. Mantemos o ficheiro atual."
       ELSE
           CLOSE RESCISOES
           OPEN OUTPUT RESCISOES
           READ COPIARESC
               AT END SET ENDOFFILE-CPRESC TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-CPRESC
               MOVE RECORD-COPIARESC TO RECORD-RESCISAO
               WRITE RECORD-RESCISAO
               READ COPIARESC
                   AT END SET ENDOFFILE-CPRESC TO TRUE
               END-READ
           END-PERFORM
           CLOSE RESCISOES
           OPEN EXTEND RESCISOES
       END-IF.
       CLOSE COPIARESC.

       RESTAURA-COPIA-HISTORICO.
       MOVE "copiaHistorico .txt" TO COPIA-HIST-NOME.
       MOVE COPIA-GERACAO TO COPIA-HIST-NOME(15:1).
       OPEN INPUT COPIAHIST.
       IF COPIAHISTAUSENTE
           DISPLAY "A geracao " COPIA-GERACAO " nao tem copia de historico.txt. Mantemos o ficheiro atual."
       ELSE
           CLOSE HISTORICO
           OPEN OUTPUT HISTORICO
           READ COPIAHIST
               AT END SET ENDOFFILE-CPHIST TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-CPHIST
               MOVE RECORD-COPIAHIST TO RECORD-HIST
               WRITE RECORD-HIST
               READ COPIAHIST
                   AT END SET ENDOFFILE-CPHIST TO TRUE
               END-READ
           END-PERFORM
           CLOSE HISTORICO
           OPEN EXTEND HISTORICO
       END-IF.
       CLOSE COPIAHIST.

       RESTAURA-COPIA-CONTAS.
       MOVE "copiaContas .txt" TO COPIA-CONTA-NOME.
       MOVE COPIA-GERACAO TO COPIA-CONTA-NOME(12:1).
       OPEN INPUT COPIACONTA.
       IF COPIACONTAAUSENTE
           DISPLAY "A geracao " COPIA-GERACAO " nao tem copia de contasBancarias.txt. Mantemos o ficheiro atual."
       ELSE
           CLOSE CONTAS
           OPEN OUTPUT CONTAS
           READ COPIACONTA
               AT END SET ENDOFFILE-CPCONTA TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-CPCONTA
               MOVE cpconta-identity TO conta-chave
               MOVE cpconta-identity TO conta-identity
               MOVE cpconta-iban TO conta-iban
               MOVE cpconta-titular TO conta-titular
               WRITE RECORD-CONTA
                   INVALID KEY
                       DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " CONTAFILESTATUS
               END-WRITE
               READ COPIACONTA
                   AT END SET ENDOFFILE-CPCONTA TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTAS
           OPEN I-O CONTAS
       END-IF.
       CLOSE COPIACONTA.

       RESTAURA-COPIA-RETENCAO.
       MOVE ZERO TO ANON-FICH-REPOSTOS.
       MOVE SPACES TO ANON-FICHEIRO-NOME.
       MOVE "copiaRetencao .txt" TO COPIA-RET-NOME.
       MOVE COPIA-GERACAO TO COPIA-RET-NOME(14:1).
       OPEN INPUT COPIARET.
       IF NOT COPIARETAUSENTE
           READ COPIARET
               AT END SET ENDOFFILE-CPRET TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-CPRET
               IF cpret-ficheiro = "empregadosAntigo.txt"
                   IF ANON-FICHEIRO-NOME NOT = SPACES
                       CLOSE RETORIG
                       MOVE SPACES TO ANON-FICHEIRO-NOME
                   END-IF
                   PERFORM RESTAURA-EMP-ANTIGO
               ELSE
                   IF cpret-ficheiro NOT = ANON-FICHEIRO-NOME
                       IF ANON-FICHEIRO-NOME NOT = SPACES
                           CLOSE RETORIG
                       END-IF
                       MOVE cpret-ficheiro TO ANON-FICHEIRO-NOME
                       OPEN OUTPUT RETORIG
                       COMPUTE ANON-FICH-REPOSTOS = ANON-FICH-REPOSTOS + 1
                   END-IF
                   MOVE cpret-registo TO RECORD-RETORIG
                   WRITE RECORD-RETORIG
                   READ COPIARET
                       AT END SET ENDOFFILE-CPRET TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           IF ANON-FICHEIRO-NOME NOT = SPACES
               CLOSE RETORIG
           END-IF
       END-IF.
       CLOSE COPIARET.
       IF ANON-FICH-REPOSTOS > 0
           DISPLAY "Repusemos " ANON-FICH-REPOSTOS " ficheiros alterados pela anonimizacao desta geracao."
       END-IF.

       RESTAURA-EMP-ANTIGO.
       MOVE ZERO TO ANON-EMPANT-ABERTO.
       OPEN I-O EMPANTIGO.
       IF CONVFILESTATUS(1:1) NOT = "0"
           DISPLAY "Nao conseguimos repor empregadosAntigo.txt. FILE STATUS IS " CONVFILESTATUS
       ELSE
           MOVE 1 TO ANON-EMPANT-ABERTO
           COMPUTE ANON-FICH-REPOSTOS = ANON-FICH-REPOSTOS + 1
           READ EMPANTIGO
               AT END SET ENDOFFILE-VEMP TO TRUE
           END-READ
       END-IF.
       PERFORM UNTIL ENDOFFILE-CPRET OR cpret-ficheiro NOT = "empregadosAntigo.txt"
           IF ANON-EMPANT-ABERTO = 1
               MOVE cpret-registo TO ANON-EMPANT-IMAGEM
               PERFORM UNTIL ENDOFFILE-VEMP OR conv-chave NOT < ANON-EMPANT-CHAVE
                   READ EMPANTIGO
                       AT END SET ENDOFFILE-VEMP TO TRUE
                   END-READ
               END-PERFORM
               IF NOT ENDOFFILE-VEMP AND conv-chave = ANON-EMPANT-CHAVE
                   MOVE ANON-EMPANT-REGISTO TO RECORD-EMPANTIGO
                   REWRITE RECORD-EMPANTIGO
                   IF CONVFILESTATUS(1:1) NOT = "0"
                       DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " CONVFILESTATUS
                   END-IF
               END-IF
           END-IF
           READ COPIARET
               AT END SET ENDOFFILE-CPRET TO TRUE
           END-READ
       END-PERFORM.
       CLOSE EMPANTIGO.

       GERIR-FOLHA.
       DISPLAY "<1> Processar a folha de um periodo".
       IF PERFIL-MENU-OPCAO(41) = 'S'
           DISPLAY "<2> Reabrir um periodo ja processado"
       END-IF.
       IF PERFIL-MENU-OPCAO(44) = 'S'
           DISPLAY "<3> Manter a tabela de taxas de retencao e seguranca social"
       END-IF.
       IF PERFIL-MENU-OPCAO(45) = 'S'
           DISPLAY "<4> Manter os parametros de ausencias na folha (doenca)"
       END-IF.
       DISPLAY "<0> Voltar".
       DISPLAY SPACE.
       DISPLAY "Insira a sua resposta".
           ACCEPT FOLHA-PERIODO
           PERFORM PROCESSA-FOLHA
           WHEN 2
           MOVE 41 TO AUT-FUNCAO
           PERFORM VERIFICA-AUTORIZACAO
           IF AUT-PERMITIDA = 1
               PERFORM REABRE-FOLHA
           END-IF
           WHEN 3
           MOVE 44 TO AUT-FUNCAO
           PERFORM VERIFICA-AUTORIZACAO
           IF AUT-PERMITIDA = 1
               PERFORM GERIR-TAXAS
           END-IF
           WHEN 4
           MOVE 45 TO AUT-FUNCAO
           PERFORM VERIFICA-AUTORIZACAO
           IF AUT-PERMITIDA = 1
               PERFORM MANTER-PARAMETROS-FOLHA
           END-IF
       END-EVALUATE.
       DISPLAY SPACE.

       CARREGAR-TABELA-ITENS.
       MOVE ZERO TO ITEM-TOTAL.
           MOVE 1 TO ITEM-CHEIA
           DISPLAY "Aviso: itensPagamento.txt excede a capacidade de 999 registos. So os primeiros 999 foram considerados."
       END-IF.
       CLOSE ITENSPAG.

       PROCESSA-FOLHA.
       MOVE ZERO TO FOLHA-RECUSADA.
       MOVE ZERO TO FOLHA-ITENS-REJ.
       MOVE ZERO TO FOLHA-EMP-CONT.
       MOVE ZERO TO FOLHA-SEM-TAXA.
       MOVE ZERO TO FOLHA-EXCLUIDOS.
       MOVE ZERO TO FOLHA-CTR-TERMINA.
       IF FP-MES < 1 OR FP-MES > 12
           DISPLAY "O periodo invalido."
           MOVE 1 TO FOLHA-RECUSADA
       ELSE
           OPEN I-O FOLHACTL
           MOVE FOLHA-PERIODO TO folha-chave
           READ FOLHACTL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF folha-estado = 'F'
                       DISPLAY "O periodo " FOLHA-PERIODO " ja foi processado. Reabra o periodo antes de repetir."
                       MOVE 1 TO FOLHA-RECUSADA
                   END-IF
           END-READ
           IF FOLHA-RECUSADA = 0
               PERFORM CARREGAR-TABELA-TAXAS
               COMPUTE TAXA-REF-AAAAMMDD = (2000 + FP-ANO) * 10000 + FP-MES * 100 + 1
               PERFORM ESCOLHE-DATA-TAXAS
               IF TAXA-DATA-ESCOLHIDA = 0
                   DISPLAY "Nao existem taxas de retencao em vigor no periodo " FOLHA-PERIODO ". Registe as taxas antes de processar a folha."
                   MOVE 1 TO FOLHA-RECUSADA
               END-IF
           END-IF
           IF FOLHA-RECUSADA = 0
               PERFORM CARREGAR-TABELA-ITENS
               PERFORM CARREGAR-TABELA-AUSENCIAS
               PERFORM LE-PARAMETROS-FOLHA
               COMPUTE AUSF-INICIO-PERIODO = FUNCTION INTEGER-OF-DATE(TAXA-REF-AAAAMMDD)
               IF FP-MES = 12
                   COMPUTE AUSF-AAAAMMDD = (2001 + FP-ANO) * 10000 + 101
               ELSE
                   COMPUTE AUSF-AAAAMMDD = TAXA-REF-AAAAMMDD + 100
               END-IF
               COMPUTE AUSF-FIM-PERIODO = FUNCTION INTEGER-OF-DATE(AUSF-AAAAMMDD) - 1
               COMPUTE FOLHA-FIM-AAAAMMDD = FUNCTION DATE-OF-INTEGER(AUSF-FIM-PERIODO)
               PERFORM ESCREVE-FOLHA
           END-IF
           IF FOLHA-RECUSADA = 0
               MOVE FOLHA-PERIODO TO folha-chave
               MOVE FOLHA-PERIODO TO folha-ctl-periodo
               MOVE 'F' TO folha-estado
               WRITE RECORD-FOLHACTL
                   INVALID KEY
                       REWRITE RECORD-FOLHACTL
                           INVALID KEY
                               DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " FOLHACTLSTATUS
                       END-REWRITE
               END-WRITE
               MOVE ZEROS TO JORNAL-ID
               MOVE "FOL" TO JORNAL-ACAO
               PERFORM REGISTA-JORNAL
               DISPLAY SPACE
               DISPLAY "Folha processada: " FOLHA-EMP-CONT " empregados, " FOLHA-ITENS-REJ " itens rejeitados."
               IF FOLHA-SEM-TAXA > 0
                   DISPLAY "Aviso: " FOLHA-SEM-TAXA " empregados sem taxas de retencao em vigor. Verifique taxasRetencao.txt."
               END-IF
               IF FOLHA-EXCLUIDOS > 0
                   DISPLAY "Aviso: " FOLHA-EXCLUIDOS " empregados excluidos por contrato a termo terminado sem renovacao."
               END-IF
               IF FOLHA-CTR-TERMINA > 0
                   DISPLAY "Aviso: " FOLHA-CTR-TERMINA " empregados com contrato a termo a terminar dentro do periodo. Verifique folhaPagamento.txt."
               END-IF
               DISPLAY "Folha escrita em folhaPagamento.txt"
               DISPLAY "Recibos escritos em recibosVencimento.txt"
               DISPLAY "Liquidos do periodo escritos em " LIQUIDOS-NOME
           END-IF
           CLOSE FOLHACTL
       END-IF.
       DISPLAY SPACE.

       ESCREVE-FOLHA.
       MOVE "folhaLiquidos    .txt" TO LIQUIDOS-NOME.
       MOVE FOLHA-PERIODO TO LIQUIDOS-NOME(14:4).
       OPEN OUTPUT LIQUIDOS.
       IF LIQFILESTATUS(1:1) NOT = "0"
           DISPLAY "Erro! Ficheiro " LIQUIDOS-NOME " nao pode ser criado. FILE STATUS IS " LIQFILESTATUS
           DISPLAY "A folha do periodo " FOLHA-PERIODO " nao foi processada."
           MOVE 1 TO FOLHA-RECUSADA
       ELSE
           PERFORM ESCREVE-FOLHA-PERIODO
       END-IF.

       ESCREVE-FOLHA-PERIODO.
       PERFORM VARYING DEPT-INDEX FROM 1 BY 1 UNTIL DEPT-INDEX > 10
           MOVE ZERO TO FOLHA-DEPT-TOT(DEPT-INDEX)
           MOVE ZERO TO FOLHA-DEPT-CUSTO(DEPT-INDEX)
       END-PERFORM.
       MOVE ZERO TO FOLHA-TOT-IRS.
       MOVE ZERO TO FOLHA-TOT-SS.
       MOVE ZERO TO FOLHA-TOT-ENTIDADE.
       OPEN OUTPUT FOLHA.
       OPEN OUTPUT RECIBOS.
       MOVE FOLHA-PERIODO TO RCB-CAB-PERIODO.
       MOVE FOLHA-PERIODO TO FOLHA-CAB-PERIODO.
       MOVE LINHA-FOLHA-CAB TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE SPACES TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       if erro = 0
           MOVE ZEROS TO idEmp
           START FICHEIRO KEY IS GREATER THAN idEmp
               INVALID KEY DISPLAY "UNEXPECTED ERROR ON START."
           END-START
           READ FICHEIRO NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE
               PERFORM VERIFICA-CONTRATO-FOLHA
               IF CTR-EXPIRADO = 1
                   PERFORM EXCLUI-EMPREGADO-FOLHA
               ELSE
                   IF CTR-EXPIRADO = 2
                       PERFORM ALERTA-CONTRATO-FOLHA
                   END-IF
                   PERFORM ESCREVE-FOLHA-EMPREGADO
               END-IF
               READ FICHEIRO NEXT RECORD
                   AT END SET ENDOFFILE TO TRUE
               END-READ
           END-PERFORM
       else
           compute erro = 0
           display space
       end-if.
       PERFORM VARYING ITEM-INDEX FROM 1 BY 1 UNTIL ITEM-INDEX > ITEM-TOTAL
           IF ITEM-USADO(ITEM-INDEX) = 0
               MOVE ITEM-TABELA-REG(ITEM-INDEX) TO ITEM-REGISTO
               MOVE itm-identity TO FOLHA-REJ-ID
               MOVE LINHA-FOLHA-REJ TO RECORD-FOLHA
               WRITE RECORD-FOLHA
               COMPUTE FOLHA-ITENS-REJ = FOLHA-ITENS-REJ + 1
           END-IF
           IF ITEM-USADO(ITEM-INDEX) = 3
               MOVE ITEM-TABELA-REG(ITEM-INDEX) TO ITEM-REGISTO
               MOVE itm-identity TO FOLHA-REJC-ID
               MOVE LINHA-FOLHA-REJC TO RECORD-FOLHA
               WRITE RECORD-FOLHA
               COMPUTE FOLHA-ITENS-REJ = FOLHA-ITENS-REJ + 1
           END-IF
           IF ITEM-USADO(ITEM-INDEX) = 2
               MOVE ITEM-TABELA-REG(ITEM-INDEX) TO ITEM-REGISTO
               MOVE itm-identity TO FOLHA-REJT-ID
               MOVE itm-tipo TO FOLHA-REJT-TIPO
               MOVE LINHA-FOLHA-REJT TO RECORD-FOLHA
               WRITE RECORD-FOLHA
               COMPUTE FOLHA-ITENS-REJ = FOLHA-ITENS-REJ + 1
           END-IF
       END-PERFORM.
       MOVE SPACES TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE "TOTAIS POR DEPARTAMENTO:" TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       PERFORM VARYING DEPT-INDEX FROM 1 BY 1 UNTIL DEPT-INDEX > 10
           IF FOLHA-DEPT-TOT(DEPT-INDEX) NOT = 0
               COMPUTE FOLHA-DEPT-COD = DEPT-INDEX - 1
               MOVE FOLHA-DEPT-TOT(DEPT-INDEX) TO FOLHA-DEPT-VALOR
               MOVE FOLHA-DEPT-CUSTO(DEPT-INDEX) TO FOLHA-DEPT-CUSTO-VALOR
               MOVE LINHA-FOLHA-DEPT TO RECORD-FOLHA
               WRITE RECORD-FOLHA
           END-IF
       END-PERFORM.
       MOVE SPACES TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE "TOTAL RETENCAO NA FONTE (IRS):" TO FOLHA-TOTAL-TEXTO.
       MOVE FOLHA-TOT-IRS TO FOLHA-TOTAL-VALOR.
       MOVE LINHA-FOLHA-TOTAL TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE "TOTAL SEGURANCA SOCIAL DOS EMPREGADOS:" TO FOLHA-TOTAL-TEXTO.
       MOVE FOLHA-TOT-SS TO FOLHA-TOTAL-VALOR.
       MOVE LINHA-FOLHA-TOTAL TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE "TOTAL CONTRIBUICAO DA ENTIDADE:" TO FOLHA-TOTAL-TEXTO.
       MOVE FOLHA-TOT-ENTIDADE TO FOLHA-TOTAL-VALOR.
       MOVE LINHA-FOLHA-TOTAL TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       CLOSE FOLHA.
       CLOSE RECIBOS.
       CLOSE LIQUIDOS.

       ESCREVE-FOLHA-EMPREGADO.
       MOVE identity TO FOLHA-EMP-ID.
       MOVE nome TO FOLHA-EMP-NOME.
       MOVE salario TO FOLHA-EMP-BASE.
       MOVE LINHA-FOLHA-EMP TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE identity TO RCB-EMP-ID.
       MOVE nome TO RCB-EMP-NOME.
       MOVE departamento TO RCB-EMP-DEPT.
       MOVE LINHA-RCB-CAB TO RECORD-RECIBO.
       WRITE RECORD-RECIBO.
       MOVE LINHA-RCB-EMP TO RECORD-RECIBO.
       WRITE RECORD-RECIBO.
       MOVE "SALARIO BASE" TO RCB-LIN-TEXTO.
       MOVE salario TO RCB-LIN-VALOR.
       PERFORM ESCREVE-LINHA-RECIBO.
       MOVE salario TO FOLHA-BRUTO.
       MOVE ZERO TO FOLHA-DESCONTOS.
       PERFORM VARYING ITEM-INDEX FROM 1 BY 1 UNTIL ITEM-INDEX > ITEM-TOTAL
           MOVE ITEM-TABELA-REG(ITEM-INDEX) TO ITEM-REGISTO
           IF itm-identity = identity AND ITEM-USADO(ITEM-INDEX) NOT = 2
               MOVE 1 TO ITEM-USADO(ITEM-INDEX)
               MOVE itm-tipo TO FOLHA-ITEM-TIPO
               IF itm-tipo = 'D'
                   MOVE '-' TO FOLHA-ITEM-SINAL
                   COMPUTE FOLHA-DESCONTOS = FOLHA-DESCONTOS + itm-valor
               ELSE
                   MOVE '+' TO FOLHA-ITEM-SINAL
                   COMPUTE FOLHA-BRUTO = FOLHA-BRUTO + itm-valor
                   IF itm-tipo = 'H'
                       MOVE "HORAS EXTRAORDINARIAS" TO RCB-LIN-TEXTO
                   ELSE
                       MOVE "PREMIOS E BONUS" TO RCB-LIN-TEXTO
                   END-IF
                   MOVE itm-valor TO RCB-LIN-VALOR
                   PERFORM ESCREVE-LINHA-RECIBO
               END-IF
               MOVE itm-valor TO FOLHA-ITEM-VALOR
               MOVE LINHA-FOLHA-ITEM TO RECORD-FOLHA
               WRITE RECORD-FOLHA
           END-IF
       END-PERFORM.
       PERFORM CALCULA-AUSENCIAS-FOLHA.
       IF FOLHA-BRUTO < 0
           MOVE ZERO TO FOLHA-BRUTO
       END-IF.
       PERFORM PROCURA-TAXAS-FOLHA.
       IF TAXA-ENCONTRADA = 0
           COMPUTE FOLHA-SEM-TAXA = FOLHA-SEM-TAXA + 1
           MOVE FOLHA-BRUTO TO FOLHA-SEMTAXA-BRUTO
           MOVE LINHA-FOLHA-SEMTAXA TO RECORD-FOLHA
           WRITE RECORD-FOLHA
       END-IF.
       COMPUTE FOLHA-IRS ROUNDED = FOLHA-BRUTO * FOLHA-TAXA-IRS / 100.
       COMPUTE FOLHA-SS ROUNDED = FOLHA-BRUTO * FOLHA-TAXA-SS / 100.
       COMPUTE FOLHA-ENTIDADE ROUNDED = FOLHA-BRUTO * FOLHA-TAXA-ENTIDADE / 100.
       COMPUTE FOLHA-LIQUIDO = FOLHA-BRUTO - FOLHA-DESCONTOS - FOLHA-IRS - FOLHA-SS.
       MOVE FOLHA-BRUTO TO FOLHA-BRUTO-VALOR.
       MOVE LINHA-FOLHA-BRUTO TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE 'R' TO FOLHA-ITEM-TIPO.
       MOVE '-' TO FOLHA-ITEM-SINAL.
       MOVE FOLHA-IRS TO FOLHA-ITEM-VALOR.
       MOVE LINHA-FOLHA-ITEM TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE 'S' TO FOLHA-ITEM-TIPO.
       MOVE FOLHA-SS TO FOLHA-ITEM-VALOR.
       MOVE LINHA-FOLHA-ITEM TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE "REMUNERACAO BRUTA" TO RCB-LIN-TEXTO.
       MOVE FOLHA-BRUTO TO RCB-LIN-VALOR.
       PERFORM ESCREVE-LINHA-RECIBO.
       MOVE "RETENCAO NA FONTE (IRS)" TO RCB-LIN-TEXTO.
       MOVE FOLHA-TAXA-IRS TO RCB-LIN-PERC.
       COMPUTE RCB-LIN-VALOR = 0 - FOLHA-IRS.
       PERFORM ESCREVE-LINHA-RECIBO.
       MOVE "SEGURANCA SOCIAL" TO RCB-LIN-TEXTO.
       MOVE FOLHA-TAXA-SS TO RCB-LIN-PERC.
       COMPUTE RCB-LIN-VALOR = 0 - FOLHA-SS.
       PERFORM ESCREVE-LINHA-RECIBO.
       PERFORM VARYING ITEM-INDEX FROM 1 BY 1 UNTIL ITEM-INDEX > ITEM-TOTAL
           MOVE ITEM-TABELA-REG(ITEM-INDEX) TO ITEM-REGISTO
           IF itm-identity = identity AND itm-tipo = 'D'
               MOVE "OUTROS DESCONTOS" TO RCB-LIN-TEXTO
               COMPUTE RCB-LIN-VALOR = 0 - itm-valor
               PERFORM ESCREVE-LINHA-RECIBO
           END-IF
       END-PERFORM.
       MOVE "LIQUIDO A RECEBER" TO RCB-LIN-TEXTO.
       MOVE FOLHA-LIQUIDO TO RCB-LIN-VALOR.
       PERFORM ESCREVE-LINHA-RECIBO.
       MOVE ALL "-" TO RECORD-RECIBO.
       WRITE RECORD-RECIBO.
       MOVE FOLHA-LIQUIDO TO FOLHA-LIQ-VALOR.
       MOVE LINHA-FOLHA-LIQ TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE identity TO liq-identity.
       MOVE nome TO liq-nome.
       MOVE departamento TO liq-departamento.
       MOVE FOLHA-LIQUIDO TO liq-valor.
       WRITE RECORD-LIQUIDO.
       MOVE FOLHA-ENTIDADE TO FOLHA-ENTIDADE-VALOR.
       COMPUTE FOLHA-CUSTO-VALOR = FOLHA-BRUTO + FOLHA-ENTIDADE.
       MOVE LINHA-FOLHA-ENTIDADE TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE SPACES TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       COMPUTE FOLHA-DEPT-TOT(departamento + 1) = FOLHA-DEPT-TOT(departamento + 1) + FOLHA-LIQUIDO.
       COMPUTE FOLHA-DEPT-CUSTO(departamento + 1) = FOLHA-DEPT-CUSTO(departamento + 1) + FOLHA-BRUTO + FOLHA-ENTIDADE.
       COMPUTE FOLHA-TOT-IRS = FOLHA-TOT-IRS + FOLHA-IRS.
       COMPUTE FOLHA-TOT-SS = FOLHA-TOT-SS + FOLHA-SS.
       COMPUTE FOLHA-TOT-ENTIDADE = FOLHA-TOT-ENTIDADE + FOLHA-ENTIDADE.
       COMPUTE FOLHA-EMP-CONT = FOLHA-EMP-CONT + 1.

       VERIFICA-CONTRATO-FOLHA.
       MOVE ZERO TO CTR-EXPIRADO.
       MOVE identity TO CTR-ID-EMPREGADO.
       PERFORM LE-CONTRATO.
       IF CTR-EXISTE = 1 AND (ctr-tipo = 'F' OR ctr-tipo = 'T') AND ctr-data-fim NOT = 0
           MOVE ctr-data-fim TO DATA-VERIFICAR
           PERFORM CONVERTE-DATA-CONTRATO
           IF CTR-DATA-AAAAMMDD < TAXA-REF-AAAAMMDD
               MOVE 1 TO CTR-EXPIRADO
           ELSE
               IF CTR-DATA-AAAAMMDD < FOLHA-FIM-AAAAMMDD
                   MOVE 2 TO CTR-EXPIRADO
               END-IF
           END-IF
       END-IF.

       EXCLUI-EMPREGADO-FOLHA.
       MOVE identity TO FOLHA-EXCL-ID.
       MOVE nome TO FOLHA-EXCL-NOME.
       MOVE ctr-data-fim TO FOLHA-EXCL-DATA.
       MOVE LINHA-FOLHA-EXCL TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE SPACES TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       DISPLAY "Aviso: o contrato a termo do empregado " identity " terminou em " ctr-data-fim " sem renovacao. Excluido da folha.".
       PERFORM VARYING ITEM-INDEX FROM 1 BY 1 UNTIL ITEM-INDEX > ITEM-TOTAL
           MOVE ITEM-TABELA-REG(ITEM-INDEX) TO ITEM-REGISTO
           IF itm-identity = identity AND ITEM-USADO(ITEM-INDEX) = 0
               MOVE 3 TO ITEM-USADO(ITEM-INDEX)
           END-IF
       END-PERFORM.
       COMPUTE FOLHA-EXCLUIDOS = FOLHA-EXCLUIDOS + 1.

       ALERTA-CONTRATO-FOLHA.
       MOVE identity TO FOLHA-CTRFIM-ID.
       MOVE nome TO FOLHA-CTRFIM-NOME.
       MOVE ctr-data-fim TO FOLHA-CTRFIM-DATA.
       MOVE LINHA-FOLHA-CTRFIM TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       DISPLAY "Aviso: o contrato a termo do empregado " identity " termina em " ctr-data-fim ", dentro do periodo. Confirme o processamento do mes completo.".
       COMPUTE FOLHA-CTR-TERMINA = FOLHA-CTR-TERMINA + 1.

       CALCULA-AUSENCIAS-FOLHA.
       MOVE ZERO TO AUSF-DIAS-L.
       MOVE ZERO TO AUSF-DIAS-J.
       MOVE ZERO TO AUSF-DIAS-D.
       PERFORM VARYING AUS-INDEX FROM 1 BY 1 UNTIL AUS-INDEX > AUS-TOTAL
           MOVE AUS-TABELA-REG(AUS-INDEX) TO AUS-REGISTO
           IF ausr-identity = identity AND (ausr-tipo = 'L' OR ausr-tipo = 'J' OR ausr-tipo = 'D')
               MOVE ausr-data TO DATA-VERIFICAR
               PERFORM CONVERTE-DATA-CONTRATO
               MOVE CTR-DATA-AAAAMMDD TO AUSF-AAAAMMDD
               COMPUTE AUSF-INICIO = FUNCTION INTEGER-OF-DATE(AUSF-AAAAMMDD)
               COMPUTE AUSF-FIM = AUSF-INICIO + ausr-dias - 1
               IF AUSF-INICIO < AUSF-INICIO-PERIODO
                   MOVE AUSF-INICIO-PERIODO TO AUSF-INICIO
               END-IF
               IF AUSF-FIM > AUSF-FIM-PERIODO
                   MOVE AUSF-FIM-PERIODO TO AUSF-FIM
               END-IF
               COMPUTE AUSF-DIAS = AUSF-FIM - AUSF-INICIO + 1
               IF AUSF-DIAS > 0
                   EVALUATE ausr-tipo
                       WHEN 'L'
                       COMPUTE AUSF-DIAS-L = AUSF-DIAS-L + AUSF-DIAS
                       WHEN 'J'
                       COMPUTE AUSF-DIAS-J = AUSF-DIAS-J + AUSF-DIAS
                       WHEN 'D'
                       COMPUTE AUSF-DIAS-D = AUSF-DIAS-D + AUSF-DIAS
                   END-EVALUATE
               END-IF
           END-IF
       END-PERFORM.
       IF AUSF-DIAS-L > 30
           MOVE 30 TO AUSF-DIAS-L
       END-IF.
       IF AUSF-DIAS-J > 30
           MOVE 30 TO AUSF-DIAS-J
       END-IF.
       IF AUSF-DIAS-L > 0
           MOVE 'L' TO AUSF-TIPO
           MOVE AUSF-DIAS-L TO AUSF-DIAS-LINHA
           MOVE "LICENCA S/ VENCIM." TO AUSF-TEXTO
           COMPUTE AUSF-VALOR ROUNDED = salario * AUSF-DIAS-L / 30
           PERFORM ESCREVE-LINHA-AUSENCIA-FOLHA
       END-IF.
       IF AUSF-DIAS-J > 0
           MOVE 'J' TO AUSF-TIPO
           MOVE AUSF-DIAS-J TO AUSF-DIAS-LINHA
           MOVE "FALTAS NAO REMUN." TO AUSF-TEXTO
           COMPUTE AUSF-VALOR ROUNDED = salario * AUSF-DIAS-J / 30
           PERFORM ESCREVE-LINHA-AUSENCIA-FOLHA
       END-IF.
       IF AUSF-DIAS-D > PARAM-DIAS-DOENCA
           COMPUTE AUSF-DIAS-REDUZIDOS = AUSF-DIAS-D - PARAM-DIAS-DOENCA
           MOVE 'D' TO AUSF-TIPO
           MOVE AUSF-DIAS-REDUZIDOS TO AUSF-DIAS-LINHA
           MOVE "DOENCA ACIMA LIMITE" TO AUSF-TEXTO
           COMPUTE AUSF-VALOR ROUNDED = salario * AUSF-DIAS-REDUZIDOS * (100 - PARAM-PERC-DOENCA) / 3000
           PERFORM ESCREVE-LINHA-AUSENCIA-FOLHA
       END-IF.

       ESCREVE-LINHA-AUSENCIA-FOLHA.
       COMPUTE FOLHA-BRUTO = FOLHA-BRUTO - AUSF-VALOR.
       MOVE AUSF-TIPO TO FOLHA-AUS-TIPO.
       MOVE AUSF-DIAS-LINHA TO FOLHA-AUS-DIAS.
       MOVE AUSF-VALOR TO FOLHA-AUS-VALOR.
       MOVE LINHA-FOLHA-AUS TO RECORD-FOLHA.
       WRITE RECORD-FOLHA.
       MOVE AUSF-DIAS-LINHA TO AUSF-LIN-DIAS.
       MOVE SPACES TO RCB-LIN-TEXTO.
       STRING AUSF-TEXTO DELIMITED BY SIZE
           AUSF-LIN-DIAS DELIMITED BY SIZE
           " DIAS" DELIMITED BY SIZE
           INTO RCB-LIN-TEXTO
       END-STRING.
       COMPUTE RCB-LIN-VALOR = 0 - AUSF-VALOR.
       PERFORM ESCREVE-LINHA-RECIBO.

       LE-PARAMETROS-FOLHA.
       MOVE 3 TO PARAM-DIAS-DOENCA.
       MOVE 65 TO PARAM-PERC-DOENCA.
       OPEN INPUT PARAMFOLHA.
       MOVE 1 TO param-chave.
       READ PARAMFOLHA
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE prm-dias-doenca TO PARAM-DIAS-DOENCA
               MOVE prm-perc-doenca TO PARAM-PERC-DOENCA
       END-READ.
       CLOSE PARAMFOLHA.

       MANTER-PARAMETROS-FOLHA.
       PERFORM LE-PARAMETROS-FOLHA.
       DISPLAY "Dias de doenca pagos por inteiro em cada mes: " PARAM-DIAS-DOENCA.
       DISPLAY "Percentagem paga nos dias de doenca acima do limite: " PARAM-PERC-DOENCA "%".
       DISPLAY "Insira o numero de dias pagos por inteiro (2 DIGITOS).".
       ACCEPT PARAM-DIAS-NOVO.
       DISPLAY "Insira a percentagem paga acima do limite (3 DIGITOS, 000 a 100).".
       ACCEPT PARAM-PERC-NOVO.
       IF PARAM-PERC-NOVO > 100
           DISPLAY "A percentagem invalida."
       ELSE
           OPEN I-O PARAMFOLHA
           MOVE 1 TO param-chave
           MOVE PARAM-DIAS-NOVO TO prm-dias-doenca
           MOVE PARAM-PERC-NOVO TO prm-perc-doenca
           WRITE RECORD-PARAMFOLHA
               INVALID KEY
                   REWRITE RECORD-PARAMFOLHA
                       INVALID KEY
                           DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " PARAMFILESTATUS
                   END-REWRITE
           END-WRITE
           IF PARAMOPERATIONSUCCESSFULL
               DISPLAY SPACE
               DISPLAY "Gravamos os parametros de ausencias na folha."
               MOVE ZEROS TO JORNAL-ID
               MOVE "PAR" TO JORNAL-ACAO
               PERFORM REGISTA-JORNAL
           END-IF
           CLOSE PARAMFOLHA
       END-IF.

       ESCREVE-LINHA-RECIBO.
       IF RCB-LIN-PERC = SPACES
           MOVE SPACE TO RCB-LIN-PCT
       ELSE
           MOVE "%" TO RCB-LIN-PCT
       END-IF.
       MOVE LINHA-RCB-LIN TO RECORD-RECIBO.
       WRITE RECORD-RECIBO.
       MOVE ZERO TO RCB-LIN-PERC.

       ESCOLHE-DATA-TAXAS.
       MOVE ZERO TO TAXA-DATA-ESCOLHIDA.
       PERFORM VARYING TAXA-INDEX FROM 1 BY 1 UNTIL TAXA-INDEX > TAXA-TOTAL
           MOVE TAXA-TABELA-REG(TAXA-INDEX) TO TAXA-REGISTO
           PERFORM CONVERTE-DATA-TAXA
           IF TAXA-DATA-AAAAMMDD <= TAXA-REF-AAAAMMDD AND TAXA-DATA-AAAAMMDD > TAXA-DATA-ESCOLHIDA
               MOVE TAXA-DATA-AAAAMMDD TO TAXA-DATA-ESCOLHIDA
           END-IF
       END-PERFORM.

       PROCURA-TAXAS-FOLHA.
       MOVE ZERO TO TAXA-ENCONTRADA.
       MOVE ZERO TO FOLHA-TAXA-IRS.
       MOVE ZERO TO FOLHA-TAXA-SS.
       MOVE ZERO TO FOLHA-TAXA-ENTIDADE.
       MOVE 999999.99 TO TAXA-LIMITE-ESCOLHIDO.
       PERFORM VARYING TAXA-INDEX FROM 1 BY 1 UNTIL TAXA-INDEX > TAXA-TOTAL
           MOVE TAXA-TABELA-REG(TAXA-INDEX) TO TAXA-REGISTO
           PERFORM CONVERTE-DATA-TAXA
           IF TAXA-DATA-AAAAMMDD = TAXA-DATA-ESCOLHIDA AND txr-limite >= FOLHA-BRUTO AND txr-limite <= TAXA-LIMITE-ESCOLHIDO
               MOVE txr-limite TO TAXA-LIMITE-ESCOLHIDO
               MOVE txr-taxa-irs TO FOLHA-TAXA-IRS
               MOVE txr-taxa-ss TO FOLHA-TAXA-SS
               MOVE txr-taxa-entidade TO FOLHA-TAXA-ENTIDADE
               MOVE 1 TO TAXA-ENCONTRADA
           END-IF
       END-PERFORM.
       IF TAXA-ENCONTRADA = 0
           MOVE ZERO TO TAXA-LIMITE-ESCOLHIDO
           PERFORM VARYING TAXA-INDEX FROM 1 BY 1 UNTIL TAXA-INDEX > TAXA-TOTAL
               MOVE TAXA-TABELA-REG(TAXA-INDEX) TO TAXA-REGISTO
               PERFORM CONVERTE-DATA-TAXA
               IF TAXA-DATA-AAAAMMDD = TAXA-DATA-ESCOLHIDA AND txr-limite >= TAXA-LIMITE-ESCOLHIDO
                   MOVE txr-limite TO TAXA-LIMITE-ESCOLHIDO
                   MOVE txr-taxa-irs TO FOLHA-TAXA-IRS
                   MOVE txr-taxa-ss TO FOLHA-TAXA-SS
                   MOVE txr-taxa-entidade TO FOLHA-TAXA-ENTIDADE
                   MOVE 1 TO TAXA-ENCONTRADA
               END-IF
           END-PERFORM
       END-IF.

       CONVERTE-DATA-TAXA.
       MOVE txr-data-efetiva TO DATA-VERIFICAR.
       COMPUTE TAXA-DATA-AAAAMMDD = (2000 + DV-ANO) * 10000 + DV-MES * 100 + DV-DIA.

       CARREGAR-TABELA-TAXAS.
       MOVE ZERO TO TAXA-TOTAL.
       MOVE ZERO TO TAXA-CHEIA.
       OPEN INPUT TAXAS.
       READ TAXAS
           AT END SET ENDOFFILE-TAXA TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-TAXA OR TAXA-TOTAL >= 999
           COMPUTE TAXA-TOTAL = TAXA-TOTAL + 1
           MOVE RECORD-TAXA TO TAXA-TABELA-REG(TAXA-TOTAL)
           READ TAXAS
               AT END SET ENDOFFILE-TAXA TO TRUE
           END-READ
       END-PERFORM.
       IF NOT ENDOFFILE-TAXA
           MOVE 1 TO TAXA-CHEIA
           DISPLAY "Aviso: taxasRetencao.txt excede a capacidade de 999 registos. So os primeiros 999 foram considerados."
       END-IF.
       CLOSE TAXAS.

       REESCREVE-TAXAS.
       OPEN OUTPUT TAXAS.
       PERFORM VARYING TAXA-INDEX FROM 1 BY 1 UNTIL TAXA-INDEX > TAXA-TOTAL
           IF TAXA-INDEX NOT = TAXA-REMOVER
               MOVE TAXA-TABELA-REG(TAXA-INDEX) TO RECORD-TAXA
               WRITE RECORD-TAXA
           END-IF
       END-PERFORM.
       CLOSE TAXAS.

       GERIR-TAXAS.
       DISPLAY "<1> Listar a tabela de taxas".
       DISPLAY "<2> Acrescentar um escalao com data efetiva".
       DISPLAY "<3> Remover um escalao".
       DISPLAY "<0> Voltar".
       DISPLAY SPACE.
       DISPLAY "Insira a sua resposta".
       ACCEPT RESPOSTA-TAXA.
       EVALUATE RESPOSTA-TAXA
           WHEN 1
           PERFORM LISTA-TAXAS
           WHEN 2
           PERFORM ACRESCENTA-TAXA
           WHEN 3
           PERFORM REMOVE-TAXA
       END-EVALUATE.
       DISPLAY SPACE.

       LISTA-TAXAS.
       PERFORM CARREGAR-TABELA-TAXAS.
       IF TAXA-TOTAL = 0
           DISPLAY "A tabela de taxas esta vazia."
       END-IF.
       PERFORM VARYING TAXA-INDEX FROM 1 BY 1 UNTIL TAXA-INDEX > TAXA-TOTAL
           MOVE TAXA-TABELA-REG(TAXA-INDEX) TO TAXA-REGISTO
           MOVE txr-limite TO TAXA-LIN-LIMITE
           MOVE txr-taxa-irs TO TAXA-LIN-IRS
           MOVE txr-taxa-ss TO TAXA-LIN-SS
           MOVE txr-taxa-entidade TO TAXA-LIN-ENTIDADE
           DISPLAY "Numero " TAXA-INDEX ": efetiva em " txr-data-efetiva " bruto ate " TAXA-LIN-LIMITE " IRS " TAXA-LIN-IRS "% SS " TAXA-LIN-SS "% entidade " TAXA-LIN-ENTIDADE "%"
       END-PERFORM.

       ACRESCENTA-TAXA.
       COMPUTE data-invalida = 0.
       PERFORM CARREGAR-TABELA-TAXAS.
       IF TAXA-CHEIA = 1 OR TAXA-TOTAL >= 999
           DISPLAY "A tabela de taxas esta cheia."
           COMPUTE data-invalida = 1
       END-IF.
       IF data-invalida = 0
           DISPLAY "Insira a data efetiva (6 DIGITOS DDMMYY)."
           ACCEPT TAXA-NOVA-DATA
           MOVE TAXA-NOVA-DATA TO DATA-VERIFICAR
           PERFORM VALIDA-DATA-CALENDARIO
           IF DATA-OK = 0
               DISPLAY "A data efetiva invalida."
               COMPUTE data-invalida = 1
           END-IF
       END-IF.
       IF data-invalida = 0
           DISPLAY "Insira o limite superior do escalao (remuneracao bruta mensal, ate 999999.99)."
           ACCEPT SALARIO-TEXTO
           MOVE FUNCTION NUMVAL(SALARIO-TEXTO) TO TAXA-NOVO-LIMITE
           IF TAXA-NOVO-LIMITE <= 0
               DISPLAY "O limite invalido."
               COMPUTE data-invalida = 1
           END-IF
       END-IF.
       IF data-invalida = 0
           DISPLAY "Insira a taxa de retencao de IRS (%)."
           PERFORM ACEITA-PERCENTAGEM-TAXA
           MOVE TAXA-PERC-VALOR TO TAXA-NOVA-IRS
       END-IF.
       IF data-invalida = 0
           DISPLAY "Insira a taxa de seguranca social do empregado (%)."
           PERFORM ACEITA-PERCENTAGEM-TAXA
           MOVE TAXA-PERC-VALOR TO TAXA-NOVA-SS
       END-IF.
       IF data-invalida = 0
           DISPLAY "Insira a taxa de contribuicao da entidade empregadora (%)."
           PERFORM ACEITA-PERCENTAGEM-TAXA
           MOVE TAXA-PERC-VALOR TO TAXA-NOVA-ENTIDADE
       END-IF.
       IF data-invalida = 0
           MOVE TAXA-NOVA-DATA TO tx-data-efetiva
           MOVE TAXA-NOVO-LIMITE TO tx-limite
           MOVE TAXA-NOVA-IRS TO tx-taxa-irs
           MOVE TAXA-NOVA-SS TO tx-taxa-ss
           MOVE TAXA-NOVA-ENTIDADE TO tx-taxa-entidade
           OPEN EXTEND TAXAS
           WRITE RECORD-TAXA
           CLOSE TAXAS
           DISPLAY SPACE
           DISPLAY "Acrescentamos o escalao a tabela de taxas."
           MOVE ZEROS TO JORNAL-ID
           MOVE "TAX" TO JORNAL-ACAO
           PERFORM REGISTA-JORNAL
       END-IF.
       COMPUTE data-invalida = 0.

       ACEITA-PERCENTAGEM-TAXA.
       ACCEPT TAXA-PERC-TEXTO.
       MOVE FUNCTION NUMVAL(TAXA-PERC-TEXTO) TO TAXA-PERC-VALOR.
       IF TAXA-PERC-VALOR >= 100
           DISPLAY "A taxa invalida."
           COMPUTE data-invalida = 1
       END-IF.

       REMOVE-TAXA.
       PERFORM LISTA-TAXAS.
       IF TAXA-CHEIA = 1
           DISPLAY "Remocao indisponivel enquanto taxasRetencao.txt exceder a capacidade."
       ELSE
           IF TAXA-TOTAL > 0
               DISPLAY "Insira o numero do escalao a remover (0 para voltar)."
               ACCEPT TAXA-REMOVER
               IF TAXA-REMOVER > 0 AND TAXA-REMOVER <= TAXA-TOTAL
                   PERFORM REESCREVE-TAXAS
                   DISPLAY "Removemos o escalao com sucesso."
                   MOVE ZEROS TO JORNAL-ID
                   MOVE "TAX" TO JORNAL-ACAO
                   PERFORM REGISTA-JORNAL
               END-IF
               MOVE ZERO TO TAXA-REMOVER
           END-IF
       END-IF.

       PROJECAO-CUSTOS.
       DISPLAY "Insira o mes a partir do qual se aplicam os aumentos de aumentos.txt (MMYY, 0000 = sem aumentos).".
       ACCEPT PRJ-AUM-PERIODO.
       PERFORM GERA-PROJECAO-CUSTOS.

       GERA-PROJECAO-CUSTOS.
       MOVE ZERO TO PRJ-RECUSADA.
       MOVE ZERO TO PRJ-DEPTS-EXCEDIDOS.
       MOVE ZERO TO PRJ-AUM-AAAAMM.
       MOVE ZERO TO AUM-NUM.
       IF PRJ-AUM-PERIODO NOT = 0 AND (PRJ-AUM-MES < 1 OR PRJ-AUM-MES > 12)
           DISPLAY "O mes dos aumentos invalido."
           MOVE 1 TO PRJ-RECUSADA
       ELSE
           IF PRJ-AUM-PERIODO NOT = 0
               COMPUTE PRJ-AUM-AAAAMM = (2000 + PRJ-AUM-ANO) * 100 + PRJ-AUM-MES
               PERFORM CARREGAR-AUMENTOS-PROJECAO
           END-IF
           PERFORM CARREGAR-TABELA-DEPARTAMENTOS
           PERFORM CARREGAR-TABELA-PENDENTES
           PERFORM CALCULA-MESES-PROJECAO
           INITIALIZE PRJ-TABELA-CUSTO
           if erro = 0
               MOVE ZEROS TO idEmp
               START FICHEIRO KEY IS GREATER THAN idEmp
                   INVALID KEY SET ENDOFFILE TO TRUE
                   NOT INVALID KEY
                       READ FICHEIRO NEXT RECORD
                           AT END SET ENDOFFILE TO TRUE
                       END-READ
               END-START
               PERFORM UNTIL ENDOFFILE
                   PERFORM PROJECTA-EMPREGADO
                   READ FICHEIRO NEXT RECORD
                       AT END SET ENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
           else
               compute erro = 0
               display space
           end-if
           PERFORM ESCREVE-PROJECAO-CUSTOS
       END-IF.

       CARREGAR-AUMENTOS-PROJECAO.
       OPEN INPUT AUMENTOS.
       if erro-aum = 0
           READ AUMENTOS
               AT END SET ENDOFFILE-AUM TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-AUM OR AUM-NUM >= 10
               COMPUTE AUM-NUM = AUM-NUM + 1
               MOVE aum-departamento TO AUM-TAB-DEPT(AUM-NUM)
               MOVE aum-percentagem TO AUM-TAB-PERC(AUM-NUM)
               READ AUMENTOS
                   AT END SET ENDOFFILE-AUM TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUMENTOS
           IF AUM-NUM = 0
               DISPLAY "Aviso: o ficheiro aumentos.txt esta vazio ou inexistente. Projecao sem aumentos."
           END-IF
       else
           compute erro-aum = 0
           display space
       end-if.

       CALCULA-MESES-PROJECAO.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(1:4) TO PRJ-ANO-CALC.
       MOVE WS-CURRENT-DATE(5:2) TO PRJ-MES-CALC.
       PERFORM VARYING PRJ-MES-INDEX FROM 1 BY 1 UNTIL PRJ-MES-INDEX > 12
           COMPUTE PRJ-MES-REF(PRJ-MES-INDEX) = PRJ-ANO-CALC * 100 + PRJ-MES-CALC
           IF PRJ-MES-CALC = 12
               MOVE 1 TO PRJ-MES-CALC
               COMPUTE PRJ-ANO-CALC = PRJ-ANO-CALC + 1
           ELSE
               COMPUTE PRJ-MES-CALC = PRJ-MES-CALC + 1
           END-IF
       END-PERFORM.
       PERFORM VARYING PEND-INDEX FROM 1 BY 1 UNTIL PEND-INDEX > PEND-TOTAL
           MOVE PEND-TABELA-REG(PEND-INDEX) TO PEND-REGISTO
           MOVE pnd-data-efetiva TO DATA-VERIFICAR
           PERFORM CONVERTE-DATA-CONTRATO
           COMPUTE PRJ-PEND-MES(PEND-INDEX) = CTR-DATA-AAAAMMDD / 100
       END-PERFORM.

       PROJECTA-EMPREGADO.
       MOVE ZERO TO PRJ-SAIDA-AAAAMM.
       MOVE identity TO CTR-ID-EMPREGADO.
       PERFORM LE-CONTRATO.
       IF CTR-EXISTE = 1
           IF (ctr-tipo = 'F' OR ctr-tipo = 'T') AND ctr-data-fim NOT = 0
               MOVE ctr-data-fim TO DATA-VERIFICAR
               PERFORM CONVERTE-DATA-CONTRATO
               COMPUTE PRJ-SAIDA-AAAAMM = CTR-DATA-AAAAMMDD / 100
           END-IF
           IF ctr-saida-anunciada NOT = 0
               MOVE ctr-saida-anunciada TO DATA-VERIFICAR
               PERFORM CONVERTE-DATA-CONTRATO
               IF PRJ-SAIDA-AAAAMM = 0 OR CTR-DATA-AAAAMMDD / 100 < PRJ-SAIDA-AAAAMM
                   COMPUTE PRJ-SAIDA-AAAAMM = CTR-DATA-AAAAMMDD / 100
               END-IF
           END-IF
       END-IF.
       PERFORM VARYING PRJ-MES-INDEX FROM 1 BY 1 UNTIL PRJ-MES-INDEX > 12
           IF PRJ-SAIDA-AAAAMM = 0 OR PRJ-MES-REF(PRJ-MES-INDEX) <= PRJ-SAIDA-AAAAMM
               PERFORM PROJECTA-MES-EMPREGADO
           END-IF
       END-PERFORM.

       PROJECTA-MES-EMPREGADO.
       MOVE salario TO PRJ-SALARIO.
       MOVE departamento TO PRJ-DEPARTAMENTO.
       PERFORM VARYING PEND-INDEX FROM 1 BY 1 UNTIL PEND-INDEX > PEND-TOTAL
           MOVE PEND-TABELA-REG(PEND-INDEX) TO PEND-REGISTO
           IF pnd-identity = identity AND pnd-estado = 'P' AND PRJ-PEND-MES(PEND-INDEX) <= PRJ-MES-REF(PRJ-MES-INDEX)
               MOVE pnd-salario TO PRJ-SALARIO
               MOVE pnd-departamento TO DEPT-CODIGO-VERIFICAR
               PERFORM VALIDA-DEPARTAMENTO
               IF DEPT-VALIDO = 1
                   MOVE pnd-departamento TO PRJ-DEPARTAMENTO
               END-IF
           END-IF
       END-PERFORM.
       IF PRJ-AUM-AAAAMM NOT = 0 AND PRJ-MES-REF(PRJ-MES-INDEX) >= PRJ-AUM-AAAAMM
           PERFORM VARYING AUM-INDEX FROM 1 BY 1 UNTIL AUM-INDEX > AUM-NUM
               IF AUM-TAB-DEPT(AUM-INDEX) = PRJ-DEPARTAMENTO
                   COMPUTE PRJ-SALARIO ROUNDED = PRJ-SALARIO + PRJ-SALARIO * AUM-TAB-PERC(AUM-INDEX) / 100
               END-IF
           END-PERFORM
       END-IF.
       COMPUTE PRJ-CUSTO(PRJ-DEPARTAMENTO + 1, PRJ-MES-INDEX) = PRJ-CUSTO(PRJ-DEPARTAMENTO + 1, PRJ-MES-INDEX) + PRJ-SALARIO.

       ESCREVE-PROJECAO-CUSTOS.
       OPEN OUTPUT PRJREL.
       MOVE WS-CURRENT-DATE(1:8) TO PRJ-CAB-DATA.
       MOVE LINHA-PRJ-CAB TO RECORD-PRJREL.
       WRITE RECORD-PRJREL.
       IF PRJ-AUM-AAAAMM = 0
           MOVE "SEM AUMENTOS DE aumentos.txt" TO RECORD-PRJREL
       ELSE
           MOVE PRJ-AUM-MES TO PRJ-AUM-LIN-MES
           MOVE PRJ-AUM-ANO TO PRJ-AUM-LIN-ANO
           MOVE LINHA-PRJ-AUM TO RECORD-PRJREL
       END-IF.
       WRITE RECORD-PRJREL.
       PERFORM VARYING DEPT-INDEX FROM 1 BY 1 UNTIL DEPT-INDEX > NUM-DEPARTAMENTOS
           PERFORM ESCREVE-PROJECAO-DEPT
       END-PERFORM.
       MOVE SPACES TO RECORD-PRJREL.
       WRITE RECORD-PRJREL.
       MOVE PRJ-DEPTS-EXCEDIDOS TO PRJ-TOT-EXCEDIDOS.
       MOVE LINHA-PRJ-TOT TO RECORD-PRJREL.
       WRITE RECORD-PRJREL.
       CLOSE PRJREL.
       DISPLAY SPACE.
       DISPLAY "Projecao de custos escrita em projecaoCustos.txt".
       IF PRJ-DEPTS-EXCEDIDOS > 0
           DISPLAY "Aviso: " PRJ-DEPTS-EXCEDIDOS " departamentos projetados acima do orcamento."
       END-IF.
       DISPLAY SPACE.

       ESCREVE-PROJECAO-DEPT.
       MOVE SPACES TO RECORD-PRJREL.
       WRITE RECORD-PRJREL.
       MOVE ZERO TO PRJ-TEM-ORCAMENTO.
       MOVE ZERO TO PRJ-ORCAMENTO.
       MOVE ZERO TO PRJ-PRIMEIRO-MES.
       MOVE DEPT-TABELA-CODIGO(DEPT-INDEX) TO orc-chave.
       READ ORCAMENTOS
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 1 TO PRJ-TEM-ORCAMENTO
               MOVE orc-valor TO PRJ-ORCAMENTO
       END-READ.
       MOVE DEPT-TABELA-CODIGO(DEPT-INDEX) TO PRJ-DEPT-CODIGO.
       MOVE DEPT-TABELA-NOME(DEPT-INDEX) TO PRJ-DEPT-NOME.
       MOVE PRJ-ORCAMENTO TO PRJ-DEPT-ORC.
       MOVE LINHA-PRJ-DEPT TO RECORD-PRJREL.
       WRITE RECORD-PRJREL.
       MOVE PRJ-HEADER TO RECORD-PRJREL.
       WRITE RECORD-PRJREL.
       PERFORM VARYING PRJ-MES-INDEX FROM 1 BY 1 UNTIL PRJ-MES-INDEX > 12
           MOVE PRJ-MES-REF(PRJ-MES-INDEX)(5:2) TO PRJ-LIN-MES
           MOVE PRJ-MES-REF(PRJ-MES-INDEX)(3:2) TO PRJ-LIN-ANO
           MOVE PRJ-CUSTO(DEPT-TABELA-CODIGO(DEPT-INDEX) + 1, PRJ-MES-INDEX) TO PRJ-LIN-CUSTO
           MOVE PRJ-ORCAMENTO TO PRJ-LIN-ORC
           IF PRJ-TEM-ORCAMENTO = 0
               MOVE ZERO TO PRJ-LIN-DIF
               MOVE "SEM ORCAMENTO" TO PRJ-LIN-SIT
           ELSE
               COMPUTE PRJ-LIN-DIF = PRJ-ORCAMENTO - PRJ-CUSTO(DEPT-TABELA-CODIGO(DEPT-INDEX) + 1, PRJ-MES-INDEX)
               IF PRJ-CUSTO(DEPT-TABELA-CODIGO(DEPT-INDEX) + 1, PRJ-MES-INDEX) > PRJ-ORCAMENTO
                   MOVE "EXCEDIDO" TO PRJ-LIN-SIT
                   IF PRJ-PRIMEIRO-MES = 0
                       MOVE PRJ-MES-INDEX TO PRJ-PRIMEIRO-MES
                   END-IF
               ELSE
                   MOVE "DENTRO" TO PRJ-LIN-SIT
               END-IF
           END-IF
           MOVE LINHA-PRJ TO RECORD-PRJREL
           WRITE RECORD-PRJREL
       END-PERFORM.
       IF PRJ-TEM-ORCAMENTO = 0
           MOVE "SEM ORCAMENTO DEFINIDO PARA O DEPARTAMENTO" TO RECORD-PRJREL
       ELSE
           IF PRJ-PRIMEIRO-MES = 0
               MOVE "DENTRO DO ORCAMENTO NOS 12 MESES" TO RECORD-PRJREL
           ELSE
               COMPUTE PRJ-DEPTS-EXCEDIDOS = PRJ-DEPTS-EXCEDIDOS + 1
               MOVE PRJ-MES-REF(PRJ-PRIMEIRO-MES)(5:2) TO PRJ-PRIM-MES
               MOVE PRJ-MES-REF(PRJ-PRIMEIRO-MES)(3:2) TO PRJ-PRIM-ANO
               MOVE LINHA-PRJ-PRIM TO RECORD-PRJREL
           END-IF
       END-IF.
       WRITE RECORD-PRJREL.

       RETENCAO-DADOS.
       DISPLAY "<1> Pre-visualizar os ex-empregados abrangidos (nao altera nenhum ficheiro)".
       IF PERFIL-MENU-OPCAO(46) = 'S'
           DISPLAY "<2> Anonimizar os ex-empregados abrangidos (grava uma copia de seguranca antes)"
       END-IF.
       DISPLAY "<0> Voltar".
       DISPLAY SPACE.
       DISPLAY "Insira a sua resposta".
       ACCEPT RESPOSTA-ANON.
       EVALUATE RESPOSTA-ANON
           WHEN 1
           DISPLAY "Insira o numero de anos de retencao apos a data de saida (2 DIGITOS)."
           ACCEPT ANON-ANOS
           MOVE 'P' TO ANON-MODO
           PERFORM PROCESSA-RETENCAO
           WHEN 2
           DISPLAY "Insira o numero de anos de retencao apos a data de saida (2 DIGITOS)."
           ACCEPT ANON-ANOS
           DISPLAY "Os nomes e dados pessoais dos ex-empregados abrangidos serao anonimizados. Confirma? (S/N)"
           ACCEPT RESPOSTA-SN
           IF RESPOSTA-SN = 'S' OR RESPOSTA-SN = 's'
               MOVE 'A' TO ANON-MODO
               PERFORM PROCESSA-RETENCAO
           ELSE
               DISPLAY "Nada foi anonimizado."
           END-IF
       END-EVALUATE.
       DISPLAY SPACE.

       PROCESSA-RETENCAO.
       MOVE ZERO TO ANON-RECUSADA.
       MOVE ZERO TO ANON-TOTAL.
       MOVE ZERO TO ANON-ADIADOS.
       MOVE ZERO TO ANON-CONT-RESC.
       MOVE ZERO TO ANON-CONT-HIST.
       MOVE ZERO TO ANON-CONT-CONTA.
       MOVE ZERO TO ANON-CONT-LIQ.
       MOVE ZERO TO ANON-CONT-ALT.
       MOVE ZERO TO ANON-CONT-ACE.
       MOVE ZERO TO ANON-CONT-FICHA.
       MOVE ZERO TO ANON-CONT-TRF.
       MOVE ZERO TO ANON-CONT-RESCANT.
       MOVE ZERO TO ANON-CONT-HISTANT.
       MOVE ZERO TO ANON-CONT-EMPANT.
       MOVE ZERO TO ANON-FALHAS.
       IF ANON-ANOS NOT NUMERIC OR ANON-ANOS = 0
           DISPLAY "Numero de anos invalido."
           MOVE 1 TO ANON-RECUSADA
       ELSE
           IF ANON-APLICAR
               MOVE 46 TO AUT-FUNCAO
               PERFORM VERIFICA-AUTORIZACAO
               IF AUT-PERMITIDA = 0
                   DISPLAY "Nada foi anonimizado. Pode repetir em pre-visualizacao."
                   MOVE 1 TO ANON-RECUSADA
               END-IF
           END-IF
       END-IF.
       IF ANON-RECUSADA = 0
           PERFORM SELECIONA-RETENCAO
           IF ANON-APLICAR AND ANON-TOTAL > 0
               PERFORM FAZ-COPIA-SEGURANCA
               IF COPIA-FALHOU = 1
                   DISPLAY "Sem copia de seguranca nada foi anonimizado."
                   MOVE 1 TO ANON-RECUSADA
               ELSE
                   PERFORM ANONIMIZA-HISTORICO
                   PERFORM ANONIMIZA-RESC-ANTIGAS
                   PERFORM ANONIMIZA-EMP-ANTIGO
                   PERFORM ANONIMIZA-HIST-ANTIGO
                   PERFORM ANONIMIZA-CONTAS
                   PERFORM ANONIMIZA-LIQUIDOS
                   PERFORM ANONIMIZA-ALTERACOES
                   PERFORM ANONIMIZA-ACERTOS
                   PERFORM ANONIMIZA-FICHA
                   PERFORM ANONIMIZA-TRANSFERENCIAS
                   IF ANON-FALHAS = 0
                       PERFORM ANONIMIZA-RESCISOES
                       PERFORM VARYING ANON-INDEX FROM 1 BY 1 UNTIL ANON-INDEX > ANON-TOTAL
                           MOVE ANON-TAB-ID(ANON-INDEX) TO JORNAL-ID
                           MOVE "ANO" TO JORNAL-ACAO
                           PERFORM REGISTA-JORNAL
                       END-PERFORM
                   ELSE
                       DISPLAY "Mantivemos rescisoes.txt: os mesmos ex-empregados voltam a ser selecionados na proxima execucao."
                   END-IF
               END-IF
           END-IF
           IF ANON-RECUSADA = 0
               PERFORM ESCREVE-RETENCAO
           END-IF
       END-IF.

       SELECIONA-RETENCAO.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(1:8) TO DATA-HOJE-AAAAMMDD.
       COMPUTE ANON-CORTE-AAAAMMDD = DATA-HOJE-AAAAMMDD - ANON-ANOS * 10000.
       CLOSE RESCISOES.
       OPEN INPUT RESCISOES.
       READ RESCISOES
           AT END SET ENDOFFILE-RESC TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-RESC
           IF rescisao-estado NOT = 'R' AND rescisao-estado NOT = 'X'
               MOVE rescisao-data-saida TO DATA-VERIFICAR
               PERFORM CONVERTE-DATA-AAAAMMDD
               IF DV-AAAAMMDD < ANON-CORTE-AAAAMMDD
                   PERFORM AVALIA-RETENCAO
               END-IF
           END-IF
           READ RESCISOES
               AT END SET ENDOFFILE-RESC TO TRUE
           END-READ
       END-PERFORM.
       CLOSE RESCISOES.
       OPEN EXTEND RESCISOES.

       AVALIA-RETENCAO.
       MOVE rescisao-identity TO ANON-PROCURA-ID.
       PERFORM PROCURA-RETENCAO.
       IF ANON-ENCONTRADO = 0
           MOVE rescisao-identity TO idEmp
           READ FICHEIRO
               INVALID KEY CONTINUE
           END-READ
           IF NOT OPERATIONSUCCESSFULL
               IF ANON-TOTAL < 999
                   COMPUTE ANON-TOTAL = ANON-TOTAL + 1
                   MOVE rescisao-identity TO ANON-TAB-ID(ANON-TOTAL)
                   MOVE rescisao-nome TO ANON-TAB-NOME(ANON-TOTAL)
                   MOVE rescisao-departamento TO ANON-TAB-DEPT(ANON-TOTAL)
                   MOVE rescisao-dataDeEntrada TO ANON-TAB-ADMISSAO(ANON-TOTAL)
                   MOVE rescisao-data-saida TO ANON-TAB-SAIDA(ANON-TOTAL)
               ELSE
                   COMPUTE ANON-ADIADOS = ANON-ADIADOS + 1
               END-IF
           END-IF
       END-IF.

       PROCURA-RETENCAO.
       MOVE ZERO TO ANON-ENCONTRADO.
       PERFORM VARYING ANON-PROC-INDEX FROM 1 BY 1 UNTIL ANON-PROC-INDEX > ANON-TOTAL
           IF ANON-TAB-ID(ANON-PROC-INDEX) = ANON-PROCURA-ID
               MOVE ANON-PROC-INDEX TO ANON-ENCONTRADO
           END-IF
       END-PERFORM.

       PROCURA-RETENCAO-NOME.
       MOVE ZERO TO ANON-ENCONTRADO.
       PERFORM VARYING ANON-PROC-INDEX FROM 1 BY 1 UNTIL ANON-PROC-INDEX > ANON-TOTAL
           IF ANON-TAB-NOME(ANON-PROC-INDEX) = ANON-PROCURA-NOME AND ANON-TAB-ADMISSAO(ANON-PROC-INDEX) = ANON-PROCURA-DATA
               MOVE ANON-PROC-INDEX TO ANON-ENCONTRADO
           END-IF
       END-PERFORM.

       ANONIMIZA-RESCISOES.
       MOVE ZERO TO ANON-ALTERADOS.
       CLOSE RESCISOES.
       OPEN INPUT RESCISOES.
       OPEN OUTPUT RETTMP.
       READ RESCISOES
           AT END SET ENDOFFILE-RESC TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-RESC
           IF rescisao-estado NOT = 'X'
               MOVE rescisao-identity TO ANON-PROCURA-ID
               PERFORM PROCURA-RETENCAO
               IF ANON-ENCONTRADO > 0
                   MOVE ANON-NOME-ANONIMO TO rescisao-nome
                   MOVE SPACE TO rescisao-genero
                   IF rescisao-estado NOT = 'R'
                       MOVE 'X' TO rescisao-estado
                   END-IF
                   COMPUTE ANON-ALTERADOS = ANON-ALTERADOS + 1
               END-IF
           END-IF
           MOVE RECORD-RESCISAO TO RECORD-RETTMP
           WRITE RECORD-RETTMP
           READ RESCISOES
               AT END SET ENDOFFILE-RESC TO TRUE
           END-READ
       END-PERFORM.
       CLOSE RESCISOES.
       CLOSE RETTMP.
       IF ANON-ALTERADOS > 0
           OPEN INPUT RETTMP
           OPEN OUTPUT RESCISOES
           READ RETTMP
               AT END SET ENDOFFILE-RETTMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-RETTMP
               MOVE RECORD-RETTMP TO RECORD-RESCISAO
               WRITE RECORD-RESCISAO
               READ RETTMP
                   AT END SET ENDOFFILE-RETTMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
           CLOSE RESCISOES
       END-IF.
       OPEN EXTEND RESCISOES.
       MOVE ANON-ALTERADOS TO ANON-CONT-RESC.

       ANONIMIZA-HISTORICO.
       MOVE ZERO TO ANON-ALTERADOS.
       CLOSE HISTORICO.
       OPEN INPUT HISTORICO.
       OPEN OUTPUT RETTMP.
       READ HISTORICO
           AT END SET ENDOFFILE-HIST TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-HIST
           IF hist-nome NOT = ANON-NOME-ANONIMO
               MOVE hist-identity TO ANON-PROCURA-ID
               PERFORM PROCURA-RETENCAO
               IF ANON-ENCONTRADO > 0
                   MOVE ANON-NOME-ANONIMO TO hist-nome
                   COMPUTE ANON-ALTERADOS = ANON-ALTERADOS + 1
               END-IF
           END-IF
           MOVE RECORD-HIST TO RECORD-RETTMP
           WRITE RECORD-RETTMP
           READ HISTORICO
               AT END SET ENDOFFILE-HIST TO TRUE
           END-READ
       END-PERFORM.
       CLOSE HISTORICO.
       CLOSE RETTMP.
       IF ANON-ALTERADOS > 0
           OPEN INPUT RETTMP
           OPEN OUTPUT HISTORICO
           READ RETTMP
               AT END SET ENDOFFILE-RETTMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-RETTMP
               MOVE RECORD-RETTMP TO RECORD-HIST
               WRITE RECORD-HIST
               READ RETTMP
                   AT END SET ENDOFFILE-RETTMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
           CLOSE HISTORICO
       END-IF.
       OPEN EXTEND HISTORICO.
       MOVE ANON-ALTERADOS TO ANON-CONT-HIST.

       ANONIMIZA-RESC-ANTIGAS.
       MOVE ZERO TO ANON-ALTERADOS.
       OPEN INPUT RESCANTIGO.
       OPEN OUTPUT RETTMP.
       READ RESCANTIGO
           AT END SET ENDOFFILE-VRES TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-VRES
           IF vres-nome NOT = ANON-NOME-ANONIMO
               MOVE vres-identity TO ANON-PROCURA-ID
               PERFORM PROCURA-RETENCAO
               IF ANON-ENCONTRADO > 0
                   MOVE ANON-NOME-ANONIMO TO vres-nome
                   MOVE SPACE TO vres-genero
                   COMPUTE ANON-ALTERADOS = ANON-ALTERADOS + 1
               END-IF
           END-IF
           MOVE RECORD-RESCANTIGO TO RECORD-RETTMP
           WRITE RECORD-RETTMP
           READ RESCANTIGO
               AT END SET ENDOFFILE-VRES TO TRUE
           END-READ
       END-PERFORM.
       CLOSE RESCANTIGO.
       CLOSE RETTMP.
       IF ANON-ALTERADOS > 0
           MOVE "rescisoesAntigo.txt" TO ANON-FICHEIRO-NOME
           PERFORM GUARDA-PRE-IMAGEM
       END-IF.
       IF ANON-ALTERADOS > 0
           OPEN INPUT RETTMP
           OPEN OUTPUT RESCANTIGO
           READ RETTMP
               AT END SET ENDOFFILE-RETTMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-RETTMP
               MOVE RECORD-RETTMP TO RECORD-RESCANTIGO
               WRITE RECORD-RESCANTIGO
               READ RETTMP
                   AT END SET ENDOFFILE-RETTMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
           CLOSE RESCANTIGO
       END-IF.
       MOVE ANON-ALTERADOS TO ANON-CONT-RESCANT.

       ANONIMIZA-EMP-ANTIGO.
       MOVE ZERO TO ANON-ALTERADOS.
       MOVE ZERO TO ANON-PRE-FALHOU.
       MOVE "empregadosAntigo.txt" TO ANON-FICHEIRO-NOME.
       OPEN I-O EMPANTIGO.
       IF CONVFILESTATUS(1:1) NOT = "0"
           DISPLAY "O ficheiro empregadosAntigo.txt nao pode ser lido. FILE STATUS IS " CONVFILESTATUS
           COMPUTE ANON-FALHAS = ANON-FALHAS + 1
       ELSE
           MOVE "copiaRetencao .txt" TO COPIA-RET-NOME
           MOVE COPIA-GERACAO TO COPIA-RET-NOME(14:1)
           OPEN EXTEND COPIARET
           IF COPIARETSTATUS(1:1) NOT = "0"
               MOVE 1 TO ANON-PRE-FALHOU
           END-IF
           READ EMPANTIGO
               AT END SET ENDOFFILE-VEMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-VEMP OR ANON-PRE-FALHOU = 1
               IF vemp-nome NOT = ANON-NOME-ANONIMO
                   MOVE vemp-identity TO ANON-PROCURA-ID
                   PERFORM PROCURA-RETENCAO
                   IF ANON-ENCONTRADO > 0
                       PERFORM ANONIMIZA-REGISTO-EMP-ANTIGO
                   END-IF
               END-IF
               READ EMPANTIGO
                   AT END SET ENDOFFILE-VEMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE COPIARET
           IF COPIARETSTATUS(1:1) NOT = "0"
               MOVE 1 TO ANON-PRE-FALHOU
           END-IF
           IF ANON-PRE-FALHOU = 1
               DISPLAY "Nao conseguimos guardar a copia de " ANON-FICHEIRO-NOME ". Anonimizamos so " ANON-ALTERADOS " registos."
               COMPUTE ANON-FALHAS = ANON-FALHAS + 1
           END-IF
       END-IF.
       CLOSE EMPANTIGO.
       MOVE ANON-ALTERADOS TO ANON-CONT-EMPANT.

       ANONIMIZA-REGISTO-EMP-ANTIGO.
       MOVE conv-chave TO ANON-EMPANT-CHAVE.
       MOVE RECORD-EMPANTIGO TO ANON-EMPANT-REGISTO.
       MOVE ANON-FICHEIRO-NOME TO cpret-ficheiro.
       MOVE ANON-EMPANT-IMAGEM TO cpret-registo.
       WRITE RECORD-COPIARET.
       IF COPIARETSTATUS(1:1) NOT = "0"
           MOVE 1 TO ANON-PRE-FALHOU
       ELSE
           MOVE ANON-NOME-ANONIMO TO vemp-nome
           MOVE SPACE TO vemp-genero
           REWRITE RECORD-EMPANTIGO
           IF CONVFILESTATUS(1:1) NOT = "0"
               DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " CONVFILESTATUS
           ELSE
               COMPUTE ANON-ALTERADOS = ANON-ALTERADOS + 1
           END-IF
       END-IF.

       ANONIMIZA-HIST-ANTIGO.
       MOVE ZERO TO ANON-ALTERADOS.
       OPEN INPUT HISTANTIGO.
       OPEN OUTPUT RETTMP.
       READ HISTANTIGO
           AT END SET ENDOFFILE-VHIS TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-VHIS
           IF vhis-nome NOT = ANON-NOME-ANONIMO
               MOVE vhis-identity TO ANON-PROCURA-ID
               PERFORM PROCURA-RETENCAO
               IF ANON-ENCONTRADO > 0
                   MOVE ANON-NOME-ANONIMO TO vhis-nome
                   COMPUTE ANON-ALTERADOS = ANON-ALTERADOS + 1
               END-IF
           END-IF
           MOVE RECORD-HISTANTIGO TO RECORD-RETTMP
           WRITE RECORD-RETTMP
           READ HISTANTIGO
               AT END SET ENDOFFILE-VHIS TO TRUE
           END-READ
       END-PERFORM.
       CLOSE HISTANTIGO.
       CLOSE RETTMP.
       IF ANON-ALTERADOS > 0
           MOVE "historicoAntigo.txt" TO ANON-FICHEIRO-NOME
           PERFORM GUARDA-PRE-IMAGEM
       END-IF.
       IF ANON-ALTERADOS > 0
           OPEN INPUT RETTMP
           OPEN OUTPUT HISTANTIGO
           READ RETTMP
               AT END SET ENDOFFILE-RETTMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-RETTMP
               MOVE RECORD-RETTMP TO RECORD-HISTANTIGO
               WRITE RECORD-HISTANTIGO
               READ RETTMP
                   AT END SET ENDOFFILE-RETTMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
           CLOSE HISTANTIGO
       END-IF.
       MOVE ANON-ALTERADOS TO ANON-CONT-HISTANT.

       GUARDA-PRE-IMAGEM.
       MOVE ZERO TO ANON-PRE-FALHOU.
       MOVE "copiaRetencao .txt" TO COPIA-RET-NOME.
       MOVE COPIA-GERACAO TO COPIA-RET-NOME(14:1).
       OPEN EXTEND COPIARET.
       IF COPIARETSTATUS(1:1) NOT = "0"
           MOVE 1 TO ANON-PRE-FALHOU
       ELSE
           OPEN INPUT RETORIG
           IF RETORIGSTATUS(1:1) NOT = "0"
               MOVE 1 TO ANON-PRE-FALHOU
           ELSE
               READ RETORIG
                   AT END SET ENDOFFILE-RETORIG TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFILE-RETORIG OR ANON-PRE-FALHOU = 1
                   MOVE ANON-FICHEIRO-NOME TO cpret-ficheiro
                   MOVE RECORD-RETORIG TO cpret-registo
                   WRITE RECORD-COPIARET
                   IF COPIARETSTATUS(1:1) NOT = "0"
                       MOVE 1 TO ANON-PRE-FALHOU
                   END-IF
                   READ RETORIG
                       AT END SET ENDOFFILE-RETORIG TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RETORIG
       END-IF.
       CLOSE COPIARET.
       IF COPIARETSTATUS(1:1) NOT = "0"
           MOVE 1 TO ANON-PRE-FALHOU
       END-IF.
       IF ANON-PRE-FALHOU = 1
           DISPLAY "Nao conseguimos guardar a copia de " ANON-FICHEIRO-NOME ". O ficheiro nao foi anonimizado."
           COMPUTE ANON-FALHAS = ANON-FALHAS + 1
           MOVE ZERO TO ANON-ALTERADOS
       END-IF.

       ANONIMIZA-CONTAS.
       MOVE ZERO TO ANON-ALTERADOS.
       if erro-conta = 0
           PERFORM VARYING ANON-INDEX FROM 1 BY 1 UNTIL ANON-INDEX > ANON-TOTAL
               MOVE ANON-TAB-ID(ANON-INDEX) TO conta-chave
               READ CONTAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE CONTAS RECORD
                           INVALID KEY
                               DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " CONTAFILESTATUS
                           NOT INVALID KEY
                               COMPUTE ANON-ALTERADOS = ANON-ALTERADOS + 1
                       END-DELETE
               END-READ
           END-PERFORM
       else
           compute erro-conta = 0
           display space
       end-if.
       MOVE ANON-ALTERADOS TO ANON-CONT-CONTA.

       ANONIMIZA-LIQUIDOS.
       OPEN INPUT FOLHACTL.
       MOVE ZEROS TO folha-chave.
       START FOLHACTL KEY IS GREATER THAN folha-chave
           INVALID KEY SET ENDOFFILE-FOLHACTL TO TRUE
           NOT INVALID KEY
               READ FOLHACTL NEXT RECORD
                   AT END SET ENDOFFILE-FOLHACTL TO TRUE
               END-READ
       END-START.
       PERFORM UNTIL ENDOFFILE-FOLHACTL
           MOVE "folhaLiquidos    .txt" TO LIQUIDOS-NOME
           MOVE folha-ctl-periodo TO LIQUIDOS-NOME(14:4)
           PERFORM ANONIMIZA-LIQUIDOS-PERIODO
           READ FOLHACTL NEXT RECORD
               AT END SET ENDOFFILE-FOLHACTL TO TRUE
           END-READ
       END-PERFORM.
       CLOSE FOLHACTL.

       ANONIMIZA-LIQUIDOS-PERIODO.
       MOVE ZERO TO ANON-ALTERADOS.
       OPEN INPUT LIQUIDOS.
       IF NOT LIQFICHEIROAUSENTE
           OPEN OUTPUT RETTMP
           READ LIQUIDOS
               AT END SET ENDOFFILE-LIQ TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-LIQ
               IF liq-nome NOT = ANON-NOME-ANONIMO
                   MOVE liq-identity TO ANON-PROCURA-ID
                   PERFORM PROCURA-RETENCAO
                   IF ANON-ENCONTRADO > 0
                       MOVE ANON-NOME-ANONIMO TO liq-nome
                       COMPUTE ANON-ALTERADOS = ANON-ALTERADOS + 1
                   END-IF
               END-IF
               MOVE RECORD-LIQUIDO TO RECORD-RETTMP
               WRITE RECORD-RETTMP
               READ LIQUIDOS
                   AT END SET ENDOFFILE-LIQ TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
       END-IF.
       CLOSE LIQUIDOS.
       IF ANON-ALTERADOS > 0
           MOVE LIQUIDOS-NOME TO ANON-FICHEIRO-NOME
           PERFORM GUARDA-PRE-IMAGEM
       END-IF.
       IF ANON-ALTERADOS > 0
           OPEN INPUT RETTMP
           OPEN OUTPUT LIQUIDOS
           READ RETTMP
               AT END SET ENDOFFILE-RETTMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-RETTMP
               MOVE RECORD-RETTMP TO RECORD-LIQUIDO
               WRITE RECORD-LIQUIDO
               READ RETTMP
                   AT END SET ENDOFFILE-RETTMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
           CLOSE LIQUIDOS
           COMPUTE ANON-CONT-LIQ = ANON-CONT-LIQ + ANON-ALTERADOS
       END-IF.

       ANONIMIZA-ALTERACOES.
       PERFORM LE-CONTROLO-ALTERACOES.
       PERFORM VARYING ANON-SEQ FROM 1 BY 1 UNTIL ANON-SEQ > ALT-SEQUENCIA
           MOVE ANON-SEQ TO ALT-ARQ-NOME(11:6)
           PERFORM ANONIMIZA-ALTARQ
       END-PERFORM.
       MOVE ZERO TO ANON-ALTERADOS.
       OPEN INPUT ALTERACOES.
       OPEN OUTPUT RETTMP.
       READ ALTERACOES
           AT END SET ENDOFFILE-ALTERACAO TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-ALTERACAO
           IF RECORD-ALTERACAO(1:1) = "D"
               MOVE RECORD-ALTERACAO TO LINHA-ALT-DET
               PERFORM ANONIMIZA-LINHA-ALTERACAO
               MOVE LINHA-ALT-DET TO RECORD-ALTERACAO
           END-IF
           MOVE RECORD-ALTERACAO TO RECORD-RETTMP
           WRITE RECORD-RETTMP
           READ ALTERACOES
               AT END SET ENDOFFILE-ALTERACAO TO TRUE
           END-READ
       END-PERFORM.
       CLOSE ALTERACOES.
       CLOSE RETTMP.
       IF ANON-ALTERADOS > 0
           MOVE "alteracoes.txt" TO ANON-FICHEIRO-NOME
           PERFORM GUARDA-PRE-IMAGEM
       END-IF.
       IF ANON-ALTERADOS > 0
           OPEN INPUT RETTMP
           OPEN OUTPUT ALTERACOES
           READ RETTMP
               AT END SET ENDOFFILE-RETTMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-RETTMP
               MOVE RECORD-RETTMP TO RECORD-ALTERACAO
               WRITE RECORD-ALTERACAO
               READ RETTMP
                   AT END SET ENDOFFILE-RETTMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
           CLOSE ALTERACOES
           COMPUTE ANON-CONT-ALT = ANON-CONT-ALT + ANON-ALTERADOS
       END-IF.

       ANONIMIZA-ALTARQ.
       MOVE ZERO TO ANON-ALTERADOS.
       OPEN INPUT ALTARQ.
       IF NOT ALTARQAUSENTE
           OPEN OUTPUT RETTMP
           READ ALTARQ
               AT END SET ENDOFFILE-ALTARQ TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-ALTARQ
               IF RECORD-ALTARQ(1:1) = "D"
                   MOVE RECORD-ALTARQ TO LINHA-ALT-DET
                   PERFORM ANONIMIZA-LINHA-ALTERACAO
                   MOVE LINHA-ALT-DET TO RECORD-ALTARQ
               END-IF
               MOVE RECORD-ALTARQ TO RECORD-RETTMP
               WRITE RECORD-RETTMP
               READ ALTARQ
                   AT END SET ENDOFFILE-ALTARQ TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
       END-IF.
       CLOSE ALTARQ.
       IF ANON-ALTERADOS > 0
           MOVE ALT-ARQ-NOME TO ANON-FICHEIRO-NOME
           PERFORM GUARDA-PRE-IMAGEM
       END-IF.
       IF ANON-ALTERADOS > 0
           OPEN INPUT RETTMP
           OPEN OUTPUT ALTARQ
           READ RETTMP
               AT END SET ENDOFFILE-RETTMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-RETTMP
               MOVE RECORD-RETTMP TO RECORD-ALTARQ
               WRITE RECORD-ALTARQ
               READ RETTMP
                   AT END SET ENDOFFILE-RETTMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
           CLOSE ALTARQ
           COMPUTE ANON-CONT-ALT = ANON-CONT-ALT + ANON-ALTERADOS
       END-IF.

       ANONIMIZA-LINHA-ALTERACAO.
       IF ALT-DET-NOME NOT = ANON-NOME-ANONIMO
           MOVE ALT-DET-ID TO ANON-PROCURA-ID
           PERFORM PROCURA-RETENCAO
           IF ANON-ENCONTRADO > 0
               MOVE ANON-NOME-ANONIMO TO ALT-DET-NOME
               MOVE SPACE TO ALT-DET-GENERO
               COMPUTE ANON-ALTERADOS = ANON-ALTERADOS + 1
           END-IF
       END-IF.

       ANONIMIZA-ACERTOS.
       MOVE ZERO TO ANON-ALTERADOS.
       OPEN INPUT ACERTO.
       OPEN OUTPUT RETTMP.
       READ ACERTO
           AT END SET ENDOFFILE-ACERTO TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-ACERTO
           IF RECORD-ACERTO(1:26) = "ACERTO FINAL DO EMPREGADO "
               MOVE RECORD-ACERTO TO LINHA-ACE-CAB
               IF ACE-CAB-NOME NOT = ANON-NOME-ANONIMO
                   MOVE ACE-CAB-ID TO ANON-PROCURA-ID
                   PERFORM PROCURA-RETENCAO
                   IF ANON-ENCONTRADO > 0
                       MOVE ANON-NOME-ANONIMO TO ACE-CAB-NOME
                       MOVE LINHA-ACE-CAB TO RECORD-ACERTO
                       COMPUTE ANON-ALTERADOS = ANON-ALTERADOS + 1
                   END-IF
               END-IF
           END-IF
           MOVE RECORD-ACERTO TO RECORD-RETTMP
           WRITE RECORD-RETTMP
           READ ACERTO
               AT END SET ENDOFFILE-ACERTO TO TRUE
           END-READ
       END-PERFORM.
       CLOSE ACERTO.
       CLOSE RETTMP.
       IF ANON-ALTERADOS > 0
           MOVE "acertoRescisao.txt" TO ANON-FICHEIRO-NOME
           PERFORM GUARDA-PRE-IMAGEM
       END-IF.
       IF ANON-ALTERADOS > 0
           OPEN INPUT RETTMP
           OPEN OUTPUT ACERTO
           READ RETTMP
               AT END SET ENDOFFILE-RETTMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-RETTMP
               MOVE RECORD-RETTMP TO RECORD-ACERTO
               WRITE RECORD-ACERTO
               READ RETTMP
                   AT END SET ENDOFFILE-RETTMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
           CLOSE ACERTO
       END-IF.
       MOVE ANON-ALTERADOS TO ANON-CONT-ACE.

       ANONIMIZA-FICHA.
       MOVE ZERO TO ANON-ALTERADOS.
       OPEN INPUT FICHA.
       OPEN OUTPUT RETTMP.
       READ FICHA
           AT END SET ENDOFFILE-FICHA TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-FICHA
           IF RECORD-FICHA(1:12) = "ADMISSAO EM "
               MOVE RECORD-FICHA TO LINHA-FICHA-ADMISSAO
               MOVE FA-NOME TO ANON-PROCURA-NOME
               MOVE FA-DATA TO ANON-PROCURA-DATA
               PERFORM PROCURA-RETENCAO-NOME
               IF ANON-ENCONTRADO > 0
                   MOVE ANON-NOME-ANONIMO TO FA-NOME
                   MOVE LINHA-FICHA-ADMISSAO TO RECORD-FICHA
                   COMPUTE ANON-ALTERADOS = ANON-ALTERADOS + 1
               END-IF
           END-IF
           MOVE RECORD-FICHA TO RECORD-RETTMP
           WRITE RECORD-RETTMP
           READ FICHA
               AT END SET ENDOFFILE-FICHA TO TRUE
           END-READ
       END-PERFORM.
       CLOSE FICHA.
       CLOSE RETTMP.
       IF ANON-ALTERADOS > 0
           MOVE "fichaEmpregado.txt" TO ANON-FICHEIRO-NOME
           PERFORM GUARDA-PRE-IMAGEM
       END-IF.
       IF ANON-ALTERADOS > 0
           OPEN INPUT RETTMP
           OPEN OUTPUT FICHA
           READ RETTMP
               AT END SET ENDOFFILE-RETTMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-RETTMP
               MOVE RECORD-RETTMP TO RECORD-FICHA
               WRITE RECORD-FICHA
               READ RETTMP
                   AT END SET ENDOFFILE-RETTMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
           CLOSE FICHA
       END-IF.
       MOVE ANON-ALTERADOS TO ANON-CONT-FICHA.

       ANONIMIZA-TRANSFERENCIAS.
       MOVE ZERO TO ANON-ALTERADOS.
       OPEN INPUT TRANSFERENCIAS.
       OPEN OUTPUT RETTMP.
       READ TRANSFERENCIAS
           AT END SET ENDOFFILE-TRF TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-TRF
           IF RECORD-TRANSFERENCIA(1:1) = "D"
               MOVE RECORD-TRANSFERENCIA TO LINHA-TRF-DET
               IF TRF-DET-TITULAR NOT = ANON-NOME-ANONIMO
                   MOVE TRF-DET-ID TO ANON-PROCURA-ID
                   PERFORM PROCURA-RETENCAO
                   IF ANON-ENCONTRADO > 0
                       MOVE SPACES TO TRF-DET-IBAN
                       MOVE ANON-NOME-ANONIMO TO TRF-DET-TITULAR
                       MOVE LINHA-TRF-DET TO RECORD-TRANSFERENCIA
                       COMPUTE ANON-ALTERADOS = ANON-ALTERADOS + 1
                   END-IF
               END-IF
           END-IF
           MOVE RECORD-TRANSFERENCIA TO RECORD-RETTMP
           WRITE RECORD-RETTMP
           READ TRANSFERENCIAS
               AT END SET ENDOFFILE-TRF TO TRUE
           END-READ
       END-PERFORM.
       CLOSE TRANSFERENCIAS.
       CLOSE RETTMP.
       IF ANON-ALTERADOS > 0
           MOVE "transferencias.txt" TO ANON-FICHEIRO-NOME
           PERFORM GUARDA-PRE-IMAGEM
       END-IF.
       IF ANON-ALTERADOS > 0
           OPEN INPUT RETTMP
           OPEN OUTPUT TRANSFERENCIAS
           READ RETTMP
               AT END SET ENDOFFILE-RETTMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-RETTMP
               MOVE RECORD-RETTMP TO RECORD-TRANSFERENCIA
               WRITE RECORD-TRANSFERENCIA
               READ RETTMP
                   AT END SET ENDOFFILE-RETTMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETTMP
           CLOSE TRANSFERENCIAS
       END-IF.
       MOVE ANON-ALTERADOS TO ANON-CONT-TRF.

       ESCREVE-RETENCAO.
       OPEN OUTPUT RETREL.
       MOVE ANON-CORTE-AAAAMMDD TO ANON-CAB-CORTE.
       MOVE ANON-ANOS TO ANON-CAB-ANOS.
       IF ANON-APLICAR
           MOVE "ANONIMIZACAO" TO ANON-CAB-MODO
           IF ANON-FALHAS > 0
               MOVE "ANONIMIZ. INCOMPLETA" TO ANON-CAB-MODO
           END-IF
       ELSE
           MOVE "PRE-VISUALIZACAO" TO ANON-CAB-MODO
       END-IF.
       MOVE LINHA-ANON-CAB TO RECORD-RETREL.
       WRITE RECORD-RETREL.
       MOVE SPACES TO RECORD-RETREL.
       WRITE RECORD-RETREL.
       PERFORM VARYING ANON-INDEX FROM 1 BY 1 UNTIL ANON-INDEX > ANON-TOTAL
           MOVE ANON-TAB-ID(ANON-INDEX) TO ANON-DET-ID
           MOVE ANON-TAB-DEPT(ANON-INDEX) TO ANON-DET-DEPT
           MOVE ANON-TAB-ADMISSAO(ANON-INDEX) TO ANON-DET-ADMISSAO
           MOVE ANON-TAB-SAIDA(ANON-INDEX) TO ANON-DET-SAIDA
           IF ANON-APLICAR
               MOVE ANON-NOME-ANONIMO TO ANON-DET-NOME
               MOVE "ANONIMIZADO" TO ANON-DET-ESTADO
           ELSE
               MOVE ANON-TAB-NOME(ANON-INDEX) TO ANON-DET-NOME
               MOVE "A ANONIMIZAR" TO ANON-DET-ESTADO
           END-IF
           MOVE LINHA-ANON-DET TO RECORD-RETREL
           WRITE RECORD-RETREL
       END-PERFORM.
       IF ANON-TOTAL = 0
           MOVE "NENHUM EX-EMPREGADO ULTRAPASSA O PRAZO DE RETENCAO" TO RECORD-RETREL
           WRITE RECORD-RETREL
       END-IF.
       MOVE SPACES TO RECORD-RETREL.
       WRITE RECORD-RETREL.
       MOVE "EX-EMPREGADOS ABRANGIDOS:" TO ANON-TOT-TEXTO.
       MOVE ANON-TOTAL TO ANON-TOT-CONTA.
       MOVE LINHA-ANON-TOT TO RECORD-RETREL.
       WRITE RECORD-RETREL.
       IF ANON-ADIADOS > 0
           MOVE "ADIADOS PARA A PROXIMA EXECUCAO:" TO ANON-TOT-TEXTO
           MOVE ANON-ADIADOS TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
       END-IF.
       IF ANON-APLICAR AND ANON-TOTAL > 0
           MOVE "GERACAO DA COPIA DE SEGURANCA:" TO ANON-TOT-TEXTO
           MOVE COPIA-GERACAO TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           MOVE "REGISTOS ANONIMIZADOS EM rescisoes.txt:" TO ANON-TOT-TEXTO
           MOVE ANON-CONT-RESC TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           MOVE "REGISTOS ANONIMIZADOS EM historico.txt:" TO ANON-TOT-TEXTO
           MOVE ANON-CONT-HIST TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           MOVE "CONTAS BANCARIAS APAGADAS:" TO ANON-TOT-TEXTO
           MOVE ANON-CONT-CONTA TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           MOVE "LINHAS ANONIMIZADAS EM folhaLiquidos:" TO ANON-TOT-TEXTO
           MOVE ANON-CONT-LIQ TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           MOVE "LINHAS ANONIMIZADAS EM alteracoes:" TO ANON-TOT-TEXTO
           MOVE ANON-CONT-ALT TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           MOVE "ACERTOS ANONIMIZADOS:" TO ANON-TOT-TEXTO
           MOVE ANON-CONT-ACE TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           MOVE "LINHAS ANONIMIZADAS EM fichaEmpregado:" TO ANON-TOT-TEXTO
           MOVE ANON-CONT-FICHA TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           MOVE "TRANSFERENCIAS ANONIMIZADAS:" TO ANON-TOT-TEXTO
           MOVE ANON-CONT-TRF TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           MOVE "LINHAS ANONIMIZADAS EM rescisoesAntigo:" TO ANON-TOT-TEXTO
           MOVE ANON-CONT-RESCANT TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           MOVE "LINHAS ANONIMIZADAS EM historicoAntigo:" TO ANON-TOT-TEXTO
           MOVE ANON-CONT-HISTANT TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           MOVE "LINHAS ANONIMIZADAS EM empregadosAntigo:" TO ANON-TOT-TEXTO
           MOVE ANON-CONT-EMPANT TO ANON-TOT-CONTA
           MOVE LINHA-ANON-TOT TO RECORD-RETREL
           WRITE RECORD-RETREL
           IF ANON-FALHAS > 0
               MOVE "FICHEIROS NAO ANONIMIZADOS (ERRO COPIA):" TO ANON-TOT-TEXTO
               MOVE ANON-FALHAS TO ANON-TOT-CONTA
               MOVE LINHA-ANON-TOT TO RECORD-RETREL
               WRITE RECORD-RETREL
           END-IF
       END-IF.
       CLOSE RETREL.
       DISPLAY SPACE.
       IF ANON-APLICAR
           DISPLAY ANON-TOTAL " ex-empregados anonimizados. Detalhe em retencaoRelatorio.txt."
       ELSE
           DISPLAY ANON-TOTAL " ex-empregados seriam anonimizados. Detalhe em retencaoRelatorio.txt."
       END-IF.
       IF ANON-ADIADOS > 0
           DISPLAY "Mais " ANON-ADIADOS " ex-empregados ficam para a proxima execucao."
       END-IF.
       IF ANON-FALHAS > 0
           DISPLAY ANON-FALHAS " ficheiros ficaram por anonimizar. Repita a anonimizacao depois de corrigir o erro."
       END-IF.

       EXPORTA-DADOS-EMPREGADO.
       DISPLAY "Insira o numero de identificacao (6 digitos).".
       ACCEPT EXP-ID.
       PERFORM GERA-EXPORTACAO-DADOS.
       DISPLAY SPACE.

       GERA-EXPORTACAO-DADOS.
       MOVE ZERO TO EXP-RECUSADA.
       MOVE ZERO TO EXP-TOTAL.
       IF EXP-ID NOT NUMERIC OR EXP-ID = 0
           DISPLAY "Numero de identificacao invalido."
           MOVE 1 TO EXP-RECUSADA
       ELSE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:6) TO EXP-FIM-AAAAMM
           MOVE 999999 TO EXP-INICIO-AAAAMM
           MOVE ZERO TO EXP-IDENT-TOTAL
           OPEN OUTPUT DADOSEMP
           MOVE EXP-ID TO EXP-CAB-ID
           MOVE WS-CURRENT-DATE(1:8) TO EXP-CAB-DATA
           MOVE LINHA-EXP-CAB TO RECORD-DADOSEMP
           WRITE RECORD-DADOSEMP
           PERFORM EXPORTA-EMPREGADO-ATUAL
           PERFORM EXPORTA-RESCISOES-EMPREGADO
           PERFORM EXPORTA-HISTORICO-EMPREGADO
           PERFORM EXPORTA-RESC-ANTIGAS-EMPREGADO
           PERFORM EXPORTA-HIST-ANTIGO-EMPREGADO
           PERFORM EXPORTA-EMP-ANTIGO-EMPREGADO
           PERFORM EXPORTA-CATEGORIA-EMPREGADO
           PERFORM EXPORTA-CONTRATO-EMPREGADO
           PERFORM EXPORTA-CONTA-EMPREGADO
           PERFORM EXPORTA-AUSENCIAS-EMPREGADO
           PERFORM EXPORTA-PENDENTES-EMPREGADO
           PERFORM EXPORTA-ITENS-EMPREGADO
           PERFORM EXPORTA-LIQUIDOS-EMPREGADO
           PERFORM EXPORTA-TRANSFERENCIAS-EMPREGADO
           PERFORM EXPORTA-ALTERACOES-EMPREGADO
           PERFORM EXPORTA-FICHA-EMPREGADO
           PERFORM EXPORTA-ACERTOS-EMPREGADO
           PERFORM EXPORTA-JORNAL-EMPREGADO
           MOVE SPACES TO RECORD-DADOSEMP
           WRITE RECORD-DADOSEMP
           MOVE EXP-TOTAL TO EXP-TOT-CONTA
           MOVE LINHA-EXP-TOT TO RECORD-DADOSEMP
           WRITE RECORD-DADOSEMP
           CLOSE DADOSEMP
           MOVE EXP-ID TO JORNAL-ID
           MOVE "EXP" TO JORNAL-ACAO
           PERFORM REGISTA-JORNAL
           DISPLAY SPACE
           IF EXP-TOTAL = 0
               DISPLAY "Nao encontramos nenhum registo para " EXP-ID "."
           ELSE
               DISPLAY EXP-TOTAL " linhas de dados de " EXP-ID " exportadas para dadosEmpregado.txt."
           END-IF
       END-IF.

       ABRE-SECCAO-EXPORTACAO.
       MOVE ZERO TO EXP-SECCAO-CONTA.
       MOVE SPACES TO RECORD-DADOSEMP.
       WRITE RECORD-DADOSEMP.
       MOVE EXP-SECCAO-TITULO TO RECORD-DADOSEMP.
       WRITE RECORD-DADOSEMP.

       ESCREVE-LINHA-EXPORTACAO.
       WRITE RECORD-DADOSEMP.
       COMPUTE EXP-SECCAO-CONTA = EXP-SECCAO-CONTA + 1.
       COMPUTE EXP-TOTAL = EXP-TOTAL + 1.

       FECHA-SECCAO-EXPORTACAO.
       IF EXP-SECCAO-CONTA = 0
           MOVE "SEM REGISTOS" TO RECORD-DADOSEMP
           WRITE RECORD-DADOSEMP
       END-IF.

       ATUALIZA-INICIO-EXPORTACAO.
       IF DV-MES > 0 AND DV-MES < 13
           PERFORM CONVERTE-DATA-AAAAMMDD
           IF DV-ANO-COMPLETO * 100 + DV-MES < EXP-INICIO-AAAAMM
               COMPUTE EXP-INICIO-AAAAMM = DV-ANO-COMPLETO * 100 + DV-MES
           END-IF
       END-IF.

       GUARDA-IDENTIDADE-EXPORTACAO.
       IF EXP-EMP-NOME NOT = ANON-NOME-ANONIMO AND EXP-IDENT-TOTAL < 20
           COMPUTE EXP-IDENT-TOTAL = EXP-IDENT-TOTAL + 1
           MOVE EXP-EMP-NOME TO EXP-IDENT-NOME(EXP-IDENT-TOTAL)
           MOVE EXP-EMP-ADMISSAO TO EXP-IDENT-ADMISSAO(EXP-IDENT-TOTAL)
       END-IF.

       EXPORTA-EMPREGADO-ATUAL.
       MOVE "EMPREGADO ATIVO (empregados.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       MOVE EXP-ID TO idEmp.
       READ FICHEIRO
           INVALID KEY CONTINUE
       END-READ.
       IF OPERATIONSUCCESSFULL
           MOVE nome TO EXP-EMP-NOME
           MOVE salario TO EXP-EMP-SALARIO
           MOVE genero TO EXP-EMP-GENERO
           MOVE departamento TO EXP-EMP-DEPT
           MOVE dataDeEntrada TO EXP-EMP-ADMISSAO
           MOVE LINHA-EXP-EMP TO RECORD-DADOSEMP
           PERFORM ESCREVE-LINHA-EXPORTACAO
           PERFORM GUARDA-IDENTIDADE-EXPORTACAO
           MOVE dataDeEntrada TO DATA-VERIFICAR
           PERFORM ATUALIZA-INICIO-EXPORTACAO
       END-IF.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-RESCISOES-EMPREGADO.
       MOVE "RESCISOES (rescisoes.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       CLOSE RESCISOES.
       OPEN INPUT RESCISOES.
       READ RESCISOES
           AT END SET ENDOFFILE-RESC TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-RESC
           IF rescisao-identity = EXP-ID
               MOVE rescisao-nome TO EXP-EMP-NOME
               MOVE rescisao-salario TO EXP-EMP-SALARIO
               MOVE rescisao-genero TO EXP-EMP-GENERO
               MOVE rescisao-departamento TO EXP-EMP-DEPT
               MOVE rescisao-dataDeEntrada TO EXP-EMP-ADMISSAO
               MOVE LINHA-EXP-EMP TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
               PERFORM GUARDA-IDENTIDADE-EXPORTACAO
               MOVE rescisao-data-saida TO EXP-RESC-SAIDA
               MOVE rescisao-estado TO EXP-RESC-ESTADO
               MOVE rescisao-ferias-saldo TO EXP-RESC-FERIAS
               MOVE LINHA-EXP-RESC TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
               MOVE rescisao-dataDeEntrada TO DATA-VERIFICAR
               PERFORM ATUALIZA-INICIO-EXPORTACAO
           END-IF
           READ RESCISOES
               AT END SET ENDOFFILE-RESC TO TRUE
           END-READ
       END-PERFORM.
       CLOSE RESCISOES.
       OPEN EXTEND RESCISOES.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-HISTORICO-EMPREGADO.
       MOVE "ALTERACOES DE SALARIO E DEPARTAMENTO (historico.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       CLOSE HISTORICO.
       OPEN INPUT HISTORICO.
       READ HISTORICO
           AT END SET ENDOFFILE-HIST TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-HIST
           IF hist-identity = EXP-ID
               MOVE hist-data-alteracao TO EXP-HIST-DATA
               MOVE hist-nome TO EXP-HIST-NOME
               MOVE hist-salario-antigo TO EXP-HIST-SALARIO
               MOVE hist-departamento-antigo TO EXP-HIST-DEPT
               MOVE LINHA-EXP-HIST TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
           END-IF
           READ HISTORICO
               AT END SET ENDOFFILE-HIST TO TRUE
           END-READ
       END-PERFORM.
       CLOSE HISTORICO.
       OPEN EXTEND HISTORICO.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-RESC-ANTIGAS-EMPREGADO.
       MOVE "RESCISOES ANTERIORES A CONVERSAO (rescisoesAntigo.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       OPEN INPUT RESCANTIGO.
       READ RESCANTIGO
           AT END SET ENDOFFILE-VRES TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-VRES
           IF vres-identity = EXP-ID
               MOVE vres-nome TO EXP-EMP-NOME
               MOVE vres-salario TO EXP-EMP-SALARIO
               MOVE vres-genero TO EXP-EMP-GENERO
               MOVE vres-departamento TO EXP-EMP-DEPT
               MOVE vres-dataDeEntrada TO EXP-EMP-ADMISSAO
               MOVE LINHA-EXP-EMP TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
               MOVE vres-data-saida TO EXP-RESC-SAIDA
               MOVE vres-estado TO EXP-RESC-ESTADO
               MOVE ZERO TO EXP-RESC-FERIAS
               MOVE LINHA-EXP-RESC TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
               MOVE vres-dataDeEntrada TO DATA-VERIFICAR
               PERFORM ATUALIZA-INICIO-EXPORTACAO
           END-IF
           READ RESCANTIGO
               AT END SET ENDOFFILE-VRES TO TRUE
           END-READ
       END-PERFORM.
       CLOSE RESCANTIGO.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-HIST-ANTIGO-EMPREGADO.
       MOVE "ALTERACOES ANTERIORES A CONVERSAO (historicoAntigo.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       OPEN INPUT HISTANTIGO.
       READ HISTANTIGO
           AT END SET ENDOFFILE-VHIS TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-VHIS
           IF vhis-identity = EXP-ID
               MOVE vhis-data-alteracao TO EXP-HIST-DATA
               MOVE vhis-nome TO EXP-HIST-NOME
               MOVE vhis-salario-antigo TO EXP-HIST-SALARIO
               MOVE vhis-departamento-antigo TO EXP-HIST-DEPT
               MOVE LINHA-EXP-HIST TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
           END-IF
           READ HISTANTIGO
               AT END SET ENDOFFILE-VHIS TO TRUE
           END-READ
       END-PERFORM.
       CLOSE HISTANTIGO.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-EMP-ANTIGO-EMPREGADO.
       MOVE "EMPREGADOS ANTERIORES A CONVERSAO (empregadosAntigo.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       OPEN INPUT EMPANTIGO.
       IF NOT CONVOPERATIONSUCCESSFULL AND NOT CONVFICHEIROAUSENTE
           DISPLAY "O ficheiro empregadosAntigo.txt nao pode ser lido. FILE STATUS IS " CONVFILESTATUS
       ELSE
           READ EMPANTIGO
               AT END SET ENDOFFILE-VEMP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-VEMP
               IF vemp-identity = EXP-ID
                   MOVE vemp-nome TO EXP-EMP-NOME
                   MOVE vemp-salario TO EXP-EMP-SALARIO
                   MOVE vemp-genero TO EXP-EMP-GENERO
                   MOVE vemp-departamento TO EXP-EMP-DEPT
                   MOVE vemp-dataDeEntrada TO EXP-EMP-ADMISSAO
                   MOVE LINHA-EXP-EMP TO RECORD-DADOSEMP
                   PERFORM ESCREVE-LINHA-EXPORTACAO
                   MOVE vemp-dataDeEntrada TO DATA-VERIFICAR
                   PERFORM ATUALIZA-INICIO-EXPORTACAO
               END-IF
               READ EMPANTIGO
                   AT END SET ENDOFFILE-VEMP TO TRUE
               END-READ
           END-PERFORM
       END-IF.
       CLOSE EMPANTIGO.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-CATEGORIA-EMPREGADO.
       MOVE "CATEGORIA PROFISSIONAL (categoriasEmpregados.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       MOVE EXP-ID TO CAT-ID-EMPREGADO.
       PERFORM LE-CATEGORIA-EMPREGADO.
       IF CAT-EMPREGADO > 0
           MOVE CAT-EMPREGADO TO EXP-CATEG-CODIGO
           MOVE LINHA-EXP-CATEG TO RECORD-DADOSEMP
           PERFORM ESCREVE-LINHA-EXPORTACAO
       END-IF.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-CONTRATO-EMPREGADO.
       MOVE "CONTRATO (contratos.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       MOVE EXP-ID TO CTR-ID-EMPREGADO.
       PERFORM LE-CONTRATO.
       IF CTR-EXISTE = 1
           MOVE ctr-tipo TO EXP-CTR-TIPO
           MOVE ctr-inicio TO EXP-CTR-INICIO
           MOVE ctr-fim-experimental TO EXP-CTR-FIM-EXP
           MOVE ctr-data-fim TO EXP-CTR-FIM
           MOVE ctr-renovacoes TO EXP-CTR-RENOV
           MOVE ctr-saida-anunciada TO EXP-CTR-SAIDA
           MOVE LINHA-EXP-CTR TO RECORD-DADOSEMP
           PERFORM ESCREVE-LINHA-EXPORTACAO
       END-IF.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-CONTA-EMPREGADO.
       MOVE "DADOS BANCARIOS (contasBancarias.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       if erro-conta = 0
           MOVE EXP-ID TO conta-chave
           READ CONTAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE conta-iban TO EXP-CONTA-IBAN
                   MOVE conta-titular TO EXP-CONTA-TITULAR
                   MOVE LINHA-EXP-CONTA TO RECORD-DADOSEMP
                   PERFORM ESCREVE-LINHA-EXPORTACAO
           END-READ
       else
           compute erro-conta = 0
           display space
       end-if.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-AUSENCIAS-EMPREGADO.
       MOVE "AUSENCIAS (ausencias.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       CLOSE AUSENCIAS.
       OPEN INPUT AUSENCIAS.
       READ AUSENCIAS
           AT END SET ENDOFFILE-AUS TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-AUS
           IF aus-identity = EXP-ID
               MOVE aus-tipo TO EXP-AUS-TIPO
               MOVE aus-data TO EXP-AUS-DATA
               MOVE aus-dias TO EXP-AUS-DIAS
               MOVE LINHA-EXP-AUS TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
           END-IF
           READ AUSENCIAS
               AT END SET ENDOFFILE-AUS TO TRUE
           END-READ
       END-PERFORM.
       CLOSE AUSENCIAS.
       OPEN EXTEND AUSENCIAS.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-PENDENTES-EMPREGADO.
       MOVE "ALTERACOES PENDENTES (alteracoesPendentes.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       CLOSE PENDENTES.
       OPEN INPUT PENDENTES.
       READ PENDENTES
           AT END SET ENDOFFILE-PEND TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-PEND
           IF pend-identity = EXP-ID
               MOVE pend-data-efetiva TO EXP-PEND-DATA
               MOVE pend-salario TO EXP-PEND-SALARIO
               MOVE pend-departamento TO EXP-PEND-DEPT
               MOVE pend-estado TO EXP-PEND-ESTADO
               MOVE LINHA-EXP-PEND TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
           END-IF
           READ PENDENTES
               AT END SET ENDOFFILE-PEND TO TRUE
           END-READ
       END-PERFORM.
       CLOSE PENDENTES.
       OPEN EXTEND PENDENTES.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-ITENS-EMPREGADO.
       MOVE "ITENS DE PAGAMENTO (itensPagamento.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       OPEN INPUT ITENSPAG.
       READ ITENSPAG
           AT END SET ENDOFFILE-ITEM TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-ITEM
           IF item-identity = EXP-ID
               MOVE item-tipo TO EXP-ITEM-TIPO
               MOVE item-valor TO EXP-ITEM-VALOR
               MOVE LINHA-EXP-ITEM TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
           END-IF
           READ ITENSPAG
               AT END SET ENDOFFILE-ITEM TO TRUE
           END-READ
       END-PERFORM.
       CLOSE ITENSPAG.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-LIQUIDOS-EMPREGADO.
       MOVE "VENCIMENTOS LIQUIDOS POR PERIODO (folhaLiquidosMMYY.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       OPEN INPUT FOLHACTL.
       MOVE ZEROS TO folha-chave.
       START FOLHACTL KEY IS GREATER THAN folha-chave
           INVALID KEY SET ENDOFFILE-FOLHACTL TO TRUE
           NOT INVALID KEY
               READ FOLHACTL NEXT RECORD
                   AT END SET ENDOFFILE-FOLHACTL TO TRUE
               END-READ
       END-START.
       PERFORM UNTIL ENDOFFILE-FOLHACTL
           MOVE "folhaLiquidos    .txt" TO LIQUIDOS-NOME
           MOVE folha-ctl-periodo TO LIQUIDOS-NOME(14:4)
           OPEN INPUT LIQUIDOS
           IF NOT LIQFICHEIROAUSENTE
               READ LIQUIDOS
                   AT END SET ENDOFFILE-LIQ TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFILE-LIQ
                   IF liq-identity = EXP-ID
                       MOVE folha-ctl-periodo TO EXP-LIQ-PERIODO
                       MOVE liq-nome TO EXP-LIQ-NOME
                       MOVE liq-departamento TO EXP-LIQ-DEPT
                       MOVE liq-valor TO EXP-LIQ-VALOR
                       MOVE LINHA-EXP-LIQ TO RECORD-DADOSEMP
                       PERFORM ESCREVE-LINHA-EXPORTACAO
                   END-IF
                   READ LIQUIDOS
                       AT END SET ENDOFFILE-LIQ TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LIQUIDOS
           READ FOLHACTL NEXT RECORD
               AT END SET ENDOFFILE-FOLHACTL TO TRUE
           END-READ
       END-PERFORM.
       CLOSE FOLHACTL.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-TRANSFERENCIAS-EMPREGADO.
       MOVE "TRANSFERENCIAS BANCARIAS (transferencias.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       MOVE ZERO TO EXP-TRF-PERIODO.
       OPEN INPUT TRANSFERENCIAS.
       READ TRANSFERENCIAS
           AT END SET ENDOFFILE-TRF TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-TRF
           IF RECORD-TRANSFERENCIA(1:1) = "H"
               MOVE RECORD-TRANSFERENCIA(2:4) TO EXP-TRF-PERIODO
           END-IF
           IF RECORD-TRANSFERENCIA(1:1) = "D"
               MOVE RECORD-TRANSFERENCIA TO LINHA-TRF-DET
               IF TRF-DET-ID = EXP-ID
                   MOVE TRF-DET-IBAN TO EXP-CONTA-IBAN
                   MOVE TRF-DET-TITULAR TO EXP-CONTA-TITULAR
                   MOVE LINHA-EXP-CONTA TO RECORD-DADOSEMP
                   PERFORM ESCREVE-LINHA-EXPORTACAO
                   MOVE TRF-DET-VALOR TO EXP-TRF-VALOR
                   MOVE LINHA-EXP-TRF TO RECORD-DADOSEMP
                   PERFORM ESCREVE-LINHA-EXPORTACAO
               END-IF
           END-IF
           READ TRANSFERENCIAS
               AT END SET ENDOFFILE-TRF TO TRUE
           END-READ
       END-PERFORM.
       CLOSE TRANSFERENCIAS.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-ALTERACOES-EMPREGADO.
       MOVE "ALTERACOES ENTREGUES (alteracoesNNNNNN.txt e alteracoes.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       PERFORM LE-CONTROLO-ALTERACOES.
       PERFORM VARYING EXP-ALT-SEQ FROM 1 BY 1 UNTIL EXP-ALT-SEQ > ALT-SEQUENCIA
           MOVE EXP-ALT-SEQ TO ALT-ARQ-NOME(11:6)
           PERFORM EXPORTA-ALTARQ-EMPREGADO
       END-PERFORM.
       OPEN INPUT ALTERACOES.
       READ ALTERACOES
           AT END SET ENDOFFILE-ALTERACAO TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-ALTERACAO
           IF RECORD-ALTERACAO(1:1) = "D"
               MOVE RECORD-ALTERACAO TO LINHA-ALT-DET
               IF ALT-DET-ID = EXP-ID
                   MOVE "alteracoes.txt" TO EXP-ALT-ORIGEM
                   PERFORM ESCREVE-ALTERACAO-EXPORTACAO
               END-IF
           END-IF
           READ ALTERACOES
               AT END SET ENDOFFILE-ALTERACAO TO TRUE
           END-READ
       END-PERFORM.
       CLOSE ALTERACOES.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-ALTARQ-EMPREGADO.
       OPEN INPUT ALTARQ.
       IF NOT ALTARQAUSENTE
           READ ALTARQ
               AT END SET ENDOFFILE-ALTARQ TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-ALTARQ
               IF RECORD-ALTARQ(1:1) = "D"
                   MOVE RECORD-ALTARQ TO LINHA-ALT-DET
                   IF ALT-DET-ID = EXP-ID
                       MOVE ALT-ARQ-NOME TO EXP-ALT-ORIGEM
                       PERFORM ESCREVE-ALTERACAO-EXPORTACAO
                   END-IF
               END-IF
               READ ALTARQ
                   AT END SET ENDOFFILE-ALTARQ TO TRUE
               END-READ
           END-PERFORM
       END-IF.
       CLOSE ALTARQ.

       ESCREVE-ALTERACAO-EXPORTACAO.
       MOVE ALT-DET-NOME TO EXP-EMP-NOME.
       MOVE ALT-DET-SALARIO TO EXP-EMP-SALARIO.
       MOVE ALT-DET-GENERO TO EXP-EMP-GENERO.
       MOVE ALT-DET-DEPARTAMENTO TO EXP-EMP-DEPT.
       MOVE ALT-DET-ENTRADA TO EXP-EMP-ADMISSAO.
       MOVE LINHA-EXP-EMP TO RECORD-DADOSEMP.
       PERFORM ESCREVE-LINHA-EXPORTACAO.
       MOVE ALT-DET-ACAO TO EXP-ALT-ACAO.
       MOVE ALT-DET-DATA TO EXP-ALT-DATA.
       MOVE ALT-DET-OPERADOR TO EXP-ALT-OPERADOR.
       MOVE LINHA-EXP-ALT TO RECORD-DADOSEMP.
       PERFORM ESCREVE-LINHA-EXPORTACAO.

       EXPORTA-FICHA-EMPREGADO.
       MOVE "FICHA CRONOLOGICA (fichaEmpregado.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       MOVE ZERO TO EXP-FICHA-ENCONTRADA.
       OPEN INPUT FICHA.
       READ FICHA
           AT END SET ENDOFFILE-FICHA TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-FICHA
           IF RECORD-FICHA(1:12) = "ADMISSAO EM "
               MOVE RECORD-FICHA TO LINHA-FICHA-ADMISSAO
               PERFORM VARYING EXP-IDENT-INDEX FROM 1 BY 1 UNTIL EXP-IDENT-INDEX > EXP-IDENT-TOTAL
                   IF FA-NOME = EXP-IDENT-NOME(EXP-IDENT-INDEX) AND FA-DATA = EXP-IDENT-ADMISSAO(EXP-IDENT-INDEX)
                       MOVE 1 TO EXP-FICHA-ENCONTRADA
                   END-IF
               END-PERFORM
           END-IF
           READ FICHA
               AT END SET ENDOFFILE-FICHA TO TRUE
           END-READ
       END-PERFORM.
       CLOSE FICHA.
       IF EXP-FICHA-ENCONTRADA = 1
           OPEN INPUT FICHA
           READ FICHA
               AT END SET ENDOFFILE-FICHA TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE-FICHA
               MOVE RECORD-FICHA TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
               READ FICHA
                   AT END SET ENDOFFILE-FICHA TO TRUE
               END-READ
           END-PERFORM
           CLOSE FICHA
       END-IF.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-ACERTOS-EMPREGADO.
       MOVE "ACERTOS FINAIS (acertoRescisao.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       MOVE ZERO TO EXP-NO-ACERTO.
       OPEN INPUT ACERTO.
       READ ACERTO
           AT END SET ENDOFFILE-ACERTO TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-ACERTO
           IF RECORD-ACERTO(1:26) = "ACERTO FINAL DO EMPREGADO "
               MOVE RECORD-ACERTO TO LINHA-ACE-CAB
               IF ACE-CAB-ID = EXP-ID
                   MOVE 1 TO EXP-NO-ACERTO
               ELSE
                   MOVE ZERO TO EXP-NO-ACERTO
               END-IF
           END-IF
           IF RECORD-ACERTO = SPACES
               MOVE ZERO TO EXP-NO-ACERTO
           END-IF
           IF EXP-NO-ACERTO = 1
               MOVE RECORD-ACERTO TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
           END-IF
           READ ACERTO
               AT END SET ENDOFFILE-ACERTO TO TRUE
           END-READ
       END-PERFORM.
       CLOSE ACERTO.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-JORNAL-EMPREGADO.
       MOVE "OPERACOES REGISTADAS (arquivoJornalMMYY.txt e jornal.txt)" TO EXP-SECCAO-TITULO.
       PERFORM ABRE-SECCAO-EXPORTACAO.
       IF EXP-INICIO-AAAAMM NOT = 999999
           MOVE EXP-INICIO-AAAAMM TO EXP-AAAAMM
           PERFORM UNTIL EXP-AAAAMM > EXP-FIM-AAAAMM
               PERFORM EXPORTA-JORNAL-ARQUIVO
               IF EXP-AAAAMM(5:2) = "12"
                   COMPUTE EXP-AAAAMM = EXP-AAAAMM + 89
               ELSE
                   COMPUTE EXP-AAAAMM = EXP-AAAAMM + 1
               END-IF
           END-PERFORM
       END-IF.
       CLOSE JORNAL.
       OPEN INPUT JORNAL.
       READ JORNAL
           AT END SET ENDOFFILE-JRN TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-JRN
           MOVE jrn-acao TO EXP-ACAO
           IF jrn-identity = EXP-ID AND EXP-ACAO-EMPREGADO
               MOVE jrn-data TO EXP-JRN-DATA
               MOVE jrn-hora TO EXP-JRN-HORA
               MOVE jrn-operador TO EXP-JRN-OPERADOR
               MOVE jrn-acao TO EXP-JRN-ACAO
               MOVE "jornal.txt" TO EXP-JRN-ORIGEM
               MOVE LINHA-EXP-JRN TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
           END-IF
           READ JORNAL
               AT END SET ENDOFFILE-JRN TO TRUE
           END-READ
       END-PERFORM.
       CLOSE JORNAL.
       OPEN EXTEND JORNAL.
       PERFORM FECHA-SECCAO-EXPORTACAO.

       EXPORTA-JORNAL-ARQUIVO.
       MOVE "arquivoJornal    .txt" TO JORNAL-ARQ-NOME.
       MOVE EXP-AAAAMM(5:2) TO JORNAL-ARQ-NOME(14:2).
       MOVE EXP-AAAAMM(3:2) TO JORNAL-ARQ-NOME(16:2).
       OPEN INPUT JORNALARQ.
       READ JORNALARQ
           AT END SET ENDOFFILE-JARQ TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-JARQ
           MOVE jarq-acao TO EXP-ACAO
           IF jarq-identity = EXP-ID AND EXP-ACAO-EMPREGADO
               MOVE jarq-data TO EXP-JRN-DATA
               MOVE jarq-hora TO EXP-JRN-HORA
               MOVE jarq-operador TO EXP-JRN-OPERADOR
               MOVE jarq-acao TO EXP-JRN-ACAO
               MOVE JORNAL-ARQ-NOME TO EXP-JRN-ORIGEM
               MOVE LINHA-EXP-JRN TO RECORD-DADOSEMP
               PERFORM ESCREVE-LINHA-EXPORTACAO
           END-IF
           READ JORNALARQ
               AT END SET ENDOFFILE-JARQ TO TRUE
           END-READ
       END-PERFORM.
       CLOSE JORNALARQ.

       GERIR-ALTERACOES.
       DISPLAY "<1> Gerar as alteracoes novas desde a ultima entrega".
       DISPLAY "<2> Reenviar uma sequencia ja entregue".
       DISPLAY "<0> Voltar".
       DISPLAY SPACE.
       DISPLAY "Insira a sua resposta".
       ACCEPT RESPOSTA-ALT.
       EVALUATE RESPOSTA-ALT
           WHEN 1
           PERFORM GERA-ALTERACOES
           WHEN 2
           DISPLAY "Insira o numero da sequencia a reenviar (6 DIGITOS)."
           ACCEPT ALT-REENVIO-SEQ
           PERFORM REENVIA-ALTERACOES
       END-EVALUATE.
       DISPLAY SPACE.

       LE-CONTROLO-ALTERACOES.
       MOVE ZERO TO ALT-CONTROLO-EXISTE.
       MOVE ZERO TO ALT-SEQUENCIA.
       MOVE ZERO TO ALT-POSICAO.
       OPEN I-O ALTCTL.
       MOVE 1 TO altctl-chave.
       READ ALTCTL
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 1 TO ALT-CONTROLO-EXISTE
               MOVE altctl-sequencia TO ALT-SEQUENCIA
               MOVE altctl-posicao TO ALT-POSICAO
       END-READ.
       CLOSE ALTCTL.

       GRAVA-CONTROLO-ALTERACOES.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       OPEN I-O ALTCTL.
       MOVE 1 TO altctl-chave.
       MOVE ALT-SEQUENCIA TO altctl-sequencia.
       MOVE ALT-POSICAO TO altctl-posicao.
       MOVE WS-CURRENT-DATE(1:8) TO altctl-data.
       MOVE WS-CURRENT-DATE(9:6) TO altctl-hora.
       WRITE RECORD-ALTCTL
           INVALID KEY
               REWRITE RECORD-ALTCTL
                   INVALID KEY
                       DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " ALTCTLSTATUS
               END-REWRITE
       END-WRITE.
       CLOSE ALTCTL.
       MOVE 1 TO ALT-CONTROLO-EXISTE.

       GERA-ALTERACOES.
       MOVE ZERO TO ALT-RECUSADA.
       MOVE ZERO TO ALT-NOVAS.
       MOVE ZERO TO ALT-LIDOS.
       MOVE ZERO TO ALT-DIA-DATA.
       MOVE ZERO TO ALT-DIA-TOTAL.
       PERFORM VARYING ALT-ACAO-INDEX FROM 1 BY 1 UNTIL ALT-ACAO-INDEX > 7
           MOVE ZERO TO ALT-ACAO-CONT(ALT-ACAO-INDEX)
       END-PERFORM.
       PERFORM LE-CONTROLO-ALTERACOES.
       PERFORM CARREGAR-TABELA-RESCISOES.
       COMPUTE ALT-SEQUENCIA = ALT-SEQUENCIA + 1.
       MOVE ALT-SEQUENCIA TO ALT-ARQ-NOME(11:6).
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       OPEN OUTPUT ALTERACOES.
       OPEN OUTPUT ALTARQ.
       MOVE ALT-SEQUENCIA TO ALT-CAB-SEQ.
       MOVE WS-CURRENT-DATE(1:8) TO ALT-CAB-DATA.
       MOVE WS-CURRENT-DATE(9:6) TO ALT-CAB-HORA.
       MOVE 'N' TO ALT-CAB-TIPO.
       MOVE LINHA-ALT-CAB TO RECORD-ALTERACAO.
       WRITE RECORD-ALTERACAO.
       MOVE LINHA-ALT-CAB TO RECORD-ALTARQ.
       WRITE RECORD-ALTARQ.
       CLOSE HISTORICO.
       CLOSE JORNAL.
       OPEN INPUT JORNAL.
       READ JORNAL
           AT END SET ENDOFFILE-JRN TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-JRN
           COMPUTE ALT-LIDOS = ALT-LIDOS + 1
           PERFORM PROCESSA-ENTRADA-ALTERACAO
           READ JORNAL
               AT END SET ENDOFFILE-JRN TO TRUE
           END-READ
       END-PERFORM.
       CLOSE JORNAL.
       OPEN EXTEND JORNAL.
       OPEN EXTEND HISTORICO.
       MOVE ALT-SEQUENCIA TO ALT-TRL-SEQ.
       MOVE ALT-NOVAS TO ALT-TRL-TOTAL.
       PERFORM VARYING ALT-ACAO-INDEX FROM 1 BY 1 UNTIL ALT-ACAO-INDEX > 7
           MOVE ALT-ACAO-CONT(ALT-ACAO-INDEX) TO ALT-TRL-ACAO(ALT-ACAO-INDEX)
       END-PERFORM.
       MOVE LINHA-ALT-TRL TO RECORD-ALTERACAO.
       WRITE RECORD-ALTERACAO.
       MOVE LINHA-ALT-TRL TO RECORD-ALTARQ.
       WRITE RECORD-ALTARQ.
       CLOSE ALTERACOES.
       CLOSE ALTARQ.
       IF ALT-LIDOS < ALT-POSICAO
           DISPLAY "Aviso: o jornal tem menos entradas do que a posicao ja entregue. Nada foi entregue de novo."
       ELSE
           MOVE ALT-LIDOS TO ALT-POSICAO
       END-IF.
       PERFORM GRAVA-CONTROLO-ALTERACOES.
       MOVE ALT-SEQUENCIA TO JORNAL-ID.
       MOVE "ALT" TO JORNAL-ACAO.
       PERFORM REGISTA-JORNAL.
       DISPLAY SPACE.
       DISPLAY "Sequencia " ALT-SEQUENCIA ": " ALT-NOVAS " alteracoes escritas em alteracoes.txt (copia em " ALT-ARQ-NOME ").".
       DISPLAY SPACE.

       PROCESSA-ENTRADA-ALTERACAO.
       MOVE ZERO TO ALT-ACAO-ENCONTRADA.
       PERFORM VARYING ALT-ACAO-INDEX FROM 1 BY 1 UNTIL ALT-ACAO-INDEX > 7
           IF jrn-acao = ALT-ACAO-CODIGO(ALT-ACAO-INDEX)
               MOVE ALT-ACAO-INDEX TO ALT-ACAO-ENCONTRADA
           END-IF
       END-PERFORM.
       MOVE ZERO TO ALT-ORDEM.
       IF jrn-acao = "UPD" OR jrn-acao = "TRF" OR jrn-acao = "AUM"
           PERFORM CONTA-ALTERACAO-DIA
       END-IF.
       IF ALT-ACAO-ENCONTRADA > 0 AND ALT-LIDOS > ALT-POSICAO
           PERFORM ESCREVE-ALTERACAO
       END-IF.

       CONTA-ALTERACAO-DIA.
       IF jrn-data NOT = ALT-DIA-DATA
           MOVE jrn-data TO ALT-DIA-DATA
           MOVE ZERO TO ALT-DIA-TOTAL
       END-IF.
       PERFORM VARYING ALT-DIA-INDEX FROM 1 BY 1 UNTIL ALT-DIA-INDEX > ALT-DIA-TOTAL OR ALT-DIA-ID(ALT-DIA-INDEX) = jrn-identity
           CONTINUE
       END-PERFORM.
       IF ALT-DIA-INDEX > ALT-DIA-TOTAL
           IF ALT-DIA-TOTAL < 999
               COMPUTE ALT-DIA-TOTAL = ALT-DIA-TOTAL + 1
               MOVE ALT-DIA-TOTAL TO ALT-DIA-INDEX
               MOVE jrn-identity TO ALT-DIA-ID(ALT-DIA-INDEX)
               MOVE ZERO TO ALT-DIA-CONT(ALT-DIA-INDEX)
           ELSE
               MOVE ZERO TO ALT-DIA-INDEX
           END-IF
       END-IF.
       IF ALT-DIA-INDEX > 0
           COMPUTE ALT-DIA-CONT(ALT-DIA-INDEX) = ALT-DIA-CONT(ALT-DIA-INDEX) + 1
           MOVE ALT-DIA-CONT(ALT-DIA-INDEX) TO ALT-ORDEM
       END-IF.

       ESCREVE-ALTERACAO.
       MOVE jrn-acao TO ALT-DET-ACAO.
       MOVE jrn-data TO ALT-DET-DATA.
       MOVE jrn-hora TO ALT-DET-HORA.
       MOVE jrn-operador TO ALT-DET-OPERADOR.
       MOVE jrn-identity TO ALT-DET-ID.
       MOVE SPACES TO ALT-DET-NOME.
       MOVE SPACES TO ALT-DET-GENERO.
       MOVE ZERO TO ALT-DET-SALARIO.
       MOVE ZERO TO ALT-DET-DEPARTAMENTO.
       MOVE ZERO TO ALT-DET-ENTRADA.
       MOVE ZERO TO ALT-DET-SAIDA.
       MOVE 'N' TO ALT-DET-SITUACAO.
       MOVE jrn-identity TO idEmp.
       READ FICHEIRO
           INVALID KEY CONTINUE
       END-READ.
       IF OPERATIONSUCCESSFULL
           MOVE 'A' TO ALT-DET-SITUACAO
           MOVE nome TO ALT-DET-NOME
           MOVE salario TO ALT-DET-SALARIO
           MOVE genero TO ALT-DET-GENERO
           MOVE departamento TO ALT-DET-DEPARTAMENTO
           MOVE dataDeEntrada TO ALT-DET-ENTRADA
       ELSE
           PERFORM VARYING RESC-INDEX FROM 1 BY 1 UNTIL RESC-INDEX > RESC-TOTAL
               MOVE RESC-TABELA-REG(RESC-INDEX) TO RESC-REGISTO
               IF resc-identity = jrn-identity
                   MOVE 'R' TO ALT-DET-SITUACAO
                   MOVE resc-nome TO ALT-DET-NOME
                   MOVE resc-salario TO ALT-DET-SALARIO
                   MOVE resc-genero TO ALT-DET-GENERO
                   MOVE resc-departamento TO ALT-DET-DEPARTAMENTO
                   MOVE resc-dataDeEntrada TO ALT-DET-ENTRADA
                   MOVE resc-data-saida TO ALT-DET-SAIDA
               END-IF
           END-PERFORM
       END-IF.
       MOVE 'N' TO ALT-DET-ANTES.
       MOVE ZERO TO ALT-DET-SALARIO-ANTES.
       MOVE ZERO TO ALT-DET-DEPT-ANTES.
       IF ALT-ORDEM > 0
           PERFORM PROCURA-HISTORICO-ALTERACAO
       END-IF.
       MOVE LINHA-ALT-DET TO RECORD-ALTERACAO.
       WRITE RECORD-ALTERACAO.
       MOVE LINHA-ALT-DET TO RECORD-ALTARQ.
       WRITE RECORD-ALTARQ.
       COMPUTE ALT-NOVAS = ALT-NOVAS + 1.
       COMPUTE ALT-ACAO-CONT(ALT-ACAO-ENCONTRADA) = ALT-ACAO-CONT(ALT-ACAO-ENCONTRADA) + 1.

       PROCURA-HISTORICO-ALTERACAO.
       MOVE ZERO TO ALT-HIST-CONT.
       OPEN INPUT HISTORICO.
       READ HISTORICO
           AT END SET ENDOFFILE-HIST TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-HIST OR ALT-HIST-CONT = ALT-ORDEM
           IF hist-identity = jrn-identity AND hist-data-alteracao = jrn-data
               COMPUTE ALT-HIST-CONT = ALT-HIST-CONT + 1
               IF ALT-HIST-CONT = ALT-ORDEM
                   MOVE 'S' TO ALT-DET-ANTES
                   MOVE hist-salario-antigo TO ALT-DET-SALARIO-ANTES
                   MOVE hist-departamento-antigo TO ALT-DET-DEPT-ANTES
               END-IF
           END-IF
           IF ALT-HIST-CONT < ALT-ORDEM
               READ HISTORICO
                   AT END SET ENDOFFILE-HIST TO TRUE
               END-READ
           END-IF
       END-PERFORM.
       CLOSE HISTORICO.

       REENVIA-ALTERACOES.
       MOVE ZERO TO ALT-RECUSADA.
       MOVE ZERO TO ALT-REENVIADOS.
       PERFORM LE-CONTROLO-ALTERACOES.
       IF ALT-REENVIO-SEQ = 0 OR ALT-REENVIO-SEQ > ALT-SEQUENCIA
           DISPLAY "A sequencia " ALT-REENVIO-SEQ " ainda nao foi entregue."
           MOVE 1 TO ALT-RECUSADA
       ELSE
           MOVE ALT-REENVIO-SEQ TO ALT-ARQ-NOME(11:6)
           OPEN INPUT ALTARQ
           IF ALTARQAUSENTE
               DISPLAY "Nao encontramos a copia " ALT-ARQ-NOME " da sequencia " ALT-REENVIO-SEQ "."
               MOVE 1 TO ALT-RECUSADA
           ELSE
               OPEN OUTPUT ALTERACOES
               READ ALTARQ
                   AT END SET ENDOFFILE-ALTARQ TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFILE-ALTARQ
                   MOVE RECORD-ALTARQ TO RECORD-ALTERACAO
                   IF RECORD-ALTERACAO(1:1) = "H"
                       MOVE 'R' TO RECORD-ALTERACAO(22:1)
                   END-IF
                   IF RECORD-ALTERACAO(1:1) = "D"
                       COMPUTE ALT-REENVIADOS = ALT-REENVIADOS + 1
                   END-IF
                   WRITE RECORD-ALTERACAO
                   READ ALTARQ
                       AT END SET ENDOFFILE-ALTARQ TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ALTERACOES
               MOVE ALT-REENVIO-SEQ TO JORNAL-ID
               MOVE "ALR" TO JORNAL-ACAO
               PERFORM REGISTA-JORNAL
               DISPLAY SPACE
               DISPLAY "Reenviamos a sequencia " ALT-REENVIO-SEQ " com " ALT-REENVIADOS " alteracoes em alteracoes.txt."
           END-IF
           CLOSE ALTARQ
       END-IF.
       DISPLAY SPACE.

       GERIR-CONTRATOS.
       DISPLAY "<1> Mostrar o contrato de um empregado".
       DISPLAY "<2> Registar ou substituir o contrato de um empregado".
       DISPLAY "<3> Renovar um contrato a termo (data de fim nova)".
       DISPLAY "<4> Relatorio de fins de contrato e de periodo experimental (contratosRelatorio.txt)".
       DISPLAY "<5> Registar ou anular uma saida anunciada".
       DISPLAY "<0> Voltar".
       DISPLAY SPACE.
       DISPLAY "Insira a sua resposta".
       ACCEPT RESPOSTA-CTR.
       EVALUATE RESPOSTA-CTR
           WHEN 1
           PERFORM MOSTRA-CONTRATO
           WHEN 2
           PERFORM REGISTA-CONTRATO
           WHEN 3
           PERFORM RENOVA-CONTRATO
           WHEN 4
           PERFORM RELATORIO-CONTRATOS
           WHEN 5
           PERFORM REGISTA-SAIDA-ANUNCIADA
       END-EVALUATE.
       DISPLAY SPACE.

       LE-CONTRATO.
       MOVE ZERO TO CTR-EXISTE.
       if erro-ctr = 0
           MOVE CTR-ID-EMPREGADO TO ctr-chave
           READ CONTRATOS
               INVALID KEY
                   MOVE ZERO TO CTR-EXISTE
               NOT INVALID KEY
                   MOVE 1 TO CTR-EXISTE
           END-READ
       else
           compute erro-ctr = 0
           display space
       end-if.

       GRAVA-CONTRATO.
       if erro-ctr = 0
           MOVE CTR-ID-EMPREGADO TO ctr-chave
           MOVE CTR-ID-EMPREGADO TO ctr-identity
           MOVE CTR-NOVO-TIPO TO ctr-tipo
           MOVE CTR-NOVO-INICIO TO ctr-inicio
           MOVE CTR-NOVO-FIM-EXP TO ctr-fim-experimental
           MOVE CTR-NOVO-FIM TO ctr-data-fim
           MOVE CTR-NOVO-RENOVACOES TO ctr-renovacoes
           MOVE CTR-NOVO-SAIDA TO ctr-saida-anunciada
           WRITE RECORD-CONTRATO
               INVALID KEY
                   REWRITE RECORD-CONTRATO
                       INVALID KEY
                           DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " CTRFILESTATUS
                   END-REWRITE
           END-WRITE
       else
           compute erro-ctr = 0
           display space
       end-if.

       CAPTURA-CONTRATO.
       DISPLAY "Insira o tipo de contrato (letra maiuscula P=sem termo/F=termo certo/T=temporario).".
       ACCEPT CTR-NOVO-TIPO.
       IF CTR-PEDE-INICIO = 1
           DISPLAY "Insira a data de inicio do contrato (6 DIGITOS DDMMYY)."
           ACCEPT CTR-NOVO-INICIO
       END-IF.
       DISPLAY "Insira o fim do periodo experimental (6 DIGITOS DDMMYY, 000000 = sem periodo experimental).".
       ACCEPT CTR-NOVO-FIM-EXP.
       IF CTR-NOVO-TIPO = 'P'
           MOVE ZERO TO CTR-NOVO-FIM
       ELSE
           DISPLAY "Insira a data de fim do contrato (6 DIGITOS DDMMYY)."
           ACCEPT CTR-NOVO-FIM
       END-IF.
       MOVE ZERO TO CTR-NOVO-RENOVACOES.
       MOVE ZERO TO CTR-NOVO-SAIDA.
       PERFORM VALIDA-CONTRATO-NOVO.
       IF CTR-VALIDO = 0
           DISPLAY "O contrato invalido."
           COMPUTE data-invalida = 1
       END-IF.

       VALIDA-CONTRATO-NOVO.
       MOVE 1 TO CTR-VALIDO.
       IF NOT (CTR-NOVO-TIPO = 'P' OR CTR-NOVO-TIPO = 'F' OR CTR-NOVO-TIPO = 'T')
           MOVE ZERO TO CTR-VALIDO
       END-IF.
       IF CTR-VALIDO = 1
           MOVE CTR-NOVO-INICIO TO DATA-VERIFICAR
           PERFORM VALIDA-DATA-CALENDARIO
           IF DATA-OK = 0
               MOVE ZERO TO CTR-VALIDO
           ELSE
               PERFORM CONVERTE-DATA-CONTRATO
               MOVE CTR-DATA-AAAAMMDD TO CTR-INICIO-AAAAMMDD
           END-IF
       END-IF.
       IF CTR-VALIDO = 1 AND CTR-NOVO-FIM-EXP NOT = 0
           MOVE CTR-NOVO-FIM-EXP TO DATA-VERIFICAR
           PERFORM VALIDA-DATA-CALENDARIO
           IF DATA-OK = 0
               MOVE ZERO TO CTR-VALIDO
           ELSE
               PERFORM CONVERTE-DATA-CONTRATO
               IF CTR-DATA-AAAAMMDD < CTR-INICIO-AAAAMMDD
                   MOVE ZERO TO CTR-VALIDO
               END-IF
           END-IF
       END-IF.
       IF CTR-VALIDO = 1
           IF CTR-NOVO-TIPO = 'P'
               IF CTR-NOVO-FIM NOT = 0
                   MOVE ZERO TO CTR-VALIDO
               END-IF
           ELSE
               MOVE CTR-NOVO-FIM TO DATA-VERIFICAR
               PERFORM VALIDA-DATA-CALENDARIO
               IF DATA-OK = 0 OR CTR-NOVO-FIM = 0
                   MOVE ZERO TO CTR-VALIDO
               ELSE
                   PERFORM CONVERTE-DATA-CONTRATO
                   IF CTR-DATA-AAAAMMDD <= CTR-INICIO-AAAAMMDD
                       MOVE ZERO TO CTR-VALIDO
                   END-IF
               END-IF
           END-IF
       END-IF.

       CONVERTE-DATA-CONTRATO.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(3:2) TO ANO-CORRENTE-AA.
       IF DV-ANO <= ANO-CORRENTE-AA + 30
           COMPUTE CTR-DATA-AAAAMMDD = (2000 + DV-ANO) * 10000 + DV-MES * 100 + DV-DIA
       ELSE
           COMPUTE CTR-DATA-AAAAMMDD = (1900 + DV-ANO) * 10000 + DV-MES * 100 + DV-DIA
       END-IF.

       MOSTRA-CONTRATO.
       DISPLAY "Insira o numero de identificacao (6 DIGITOS).".
       ACCEPT CTR-ID-EMPREGADO.
       PERFORM LE-CONTRATO.
       IF CTR-EXISTE = 0
           DISPLAY "O empregado " CTR-ID-EMPREGADO " nao tem contrato registado."
       ELSE
           DISPLAY "Empregado " ctr-identity " contrato tipo " ctr-tipo
           DISPLAY "Inicio: " ctr-inicio " fim do periodo experimental: " ctr-fim-experimental
           DISPLAY "Fim do contrato: " ctr-data-fim " renovacoes: " ctr-renovacoes
           IF ctr-saida-anunciada NOT = 0
               DISPLAY "Saida anunciada em: " ctr-saida-anunciada
           END-IF
       END-IF.

       REGISTA-SAIDA-ANUNCIADA.
       DISPLAY "Insira o numero de identificacao (6 DIGITOS).".
       ACCEPT CTR-ID-EMPREGADO.
       PERFORM LE-CONTRATO.
       IF CTR-EXISTE = 0
           DISPLAY "O empregado " CTR-ID-EMPREGADO " nao tem contrato registado. Registe primeiro o contrato."
       ELSE
           DISPLAY "Saida anunciada atual: " ctr-saida-anunciada
           DISPLAY "Insira a data da saida anunciada (6 DIGITOS DDMMYY, 000000 = anular)."
           ACCEPT CTR-NOVO-SAIDA
           MOVE 1 TO CTR-VALIDO
           IF CTR-NOVO-SAIDA NOT = 0
               MOVE CTR-NOVO-SAIDA TO DATA-VERIFICAR
               PERFORM VALIDA-DATA-CALENDARIO
               IF DATA-OK = 0
                   MOVE ZERO TO CTR-VALIDO
               END-IF
           END-IF
           IF CTR-VALIDO = 0
               DISPLAY "A data de saida invalida."
           ELSE
               MOVE ctr-tipo TO CTR-NOVO-TIPO
               MOVE ctr-inicio TO CTR-NOVO-INICIO
               MOVE ctr-fim-experimental TO CTR-NOVO-FIM-EXP
               MOVE ctr-data-fim TO CTR-NOVO-FIM
               MOVE ctr-renovacoes TO CTR-NOVO-RENOVACOES
               PERFORM GRAVA-CONTRATO
               IF CTROPERATIONSUCCESSFULL
                   DISPLAY SPACE
                   DISPLAY "Registamos a saida anunciada do empregado " CTR-ID-EMPREGADO "."
                   MOVE CTR-ID-EMPREGADO TO JORNAL-ID
                   MOVE "CTR" TO JORNAL-ACAO
                   PERFORM REGISTA-JORNAL
               END-IF
           END-IF
       END-IF.

       REGISTA-CONTRATO.
       COMPUTE data-invalida = 0.
       DISPLAY "Insira o numero de identificacao (6 DIGITOS).".
       ACCEPT idEmp.
       READ FICHEIRO
           INVALID KEY
               DISPLAY "READ ERROR, NO RECORD AT " idEmp
               COMPUTE data-invalida = 1
       END-READ.
       IF data-invalida = 0
           MOVE identity TO CTR-ID-EMPREGADO
           PERFORM LE-CONTRATO
           IF CTR-EXISTE = 1
               DISPLAY "Contrato atual: tipo " ctr-tipo " inicio " ctr-inicio " fim " ctr-data-fim " renovacoes " ctr-renovacoes
           END-IF
           MOVE 1 TO CTR-PEDE-INICIO
           PERFORM CAPTURA-CONTRATO
       END-IF.
       IF data-invalida = 0
           MOVE identity TO CTR-ID-EMPREGADO
           PERFORM GRAVA-CONTRATO
           IF CTROPERATIONSUCCESSFULL
               DISPLAY SPACE
               DISPLAY "Registamos o contrato do empregado " identity "."
               MOVE identity TO JORNAL-ID
               MOVE "CTR" TO JORNAL-ACAO
               PERFORM REGISTA-JORNAL
           END-IF
       END-IF.
       COMPUTE data-invalida = 0.

       RENOVA-CONTRATO.
       DISPLAY "Insira o numero de identificacao (6 DIGITOS).".
       ACCEPT CTR-ID-EMPREGADO.
       PERFORM LE-CONTRATO.
       IF CTR-EXISTE = 0
           DISPLAY "O empregado " CTR-ID-EMPREGADO " nao tem contrato registado."
       ELSE
           IF ctr-tipo = 'P'
               DISPLAY "O contrato e sem termo. Nao ha nada a renovar."
           ELSE
               DISPLAY "Fim atual do contrato: " ctr-data-fim " renovacoes: " ctr-renovacoes
               MOVE 'S' TO RESPOSTA-SN
               IF ctr-renovacoes >= 3
                   DISPLAY "Aviso: o contrato ja foi renovado " ctr-renovacoes " vezes."
                   DISPLAY "Renovar mesmo assim? (S/N)"
                   ACCEPT RESPOSTA-SN
               END-IF
               IF RESPOSTA-SN = 'S' OR RESPOSTA-SN = 's'
                   MOVE ctr-tipo TO CTR-NOVO-TIPO
                   MOVE ctr-inicio TO CTR-NOVO-INICIO
                   MOVE ctr-fim-experimental TO CTR-NOVO-FIM-EXP
                   MOVE ctr-saida-anunciada TO CTR-NOVO-SAIDA
                   MOVE ctr-data-fim TO DATA-VERIFICAR
                   PERFORM CONVERTE-DATA-CONTRATO
                   MOVE CTR-DATA-AAAAMMDD TO CTR-FIM-AAAAMMDD
                   DISPLAY "Insira a data de fim nova (6 DIGITOS DDMMYY)."
                   ACCEPT CTR-NOVO-FIM
                   PERFORM VALIDA-CONTRATO-NOVO
                   IF CTR-VALIDO = 1
                       MOVE CTR-NOVO-FIM TO DATA-VERIFICAR
                       PERFORM CONVERTE-DATA-CONTRATO
                       IF CTR-DATA-AAAAMMDD <= CTR-FIM-AAAAMMDD
                           MOVE ZERO TO CTR-VALIDO
                       END-IF
                   END-IF
                   IF CTR-VALIDO = 0
                       DISPLAY "A data de fim nova invalida (tem de ser posterior ao fim atual)."
                   ELSE
                       COMPUTE CTR-NOVO-RENOVACOES = ctr-renovacoes + 1
                       PERFORM GRAVA-CONTRATO
                       IF CTROPERATIONSUCCESSFULL
                           DISPLAY SPACE
                           DISPLAY "Renovamos o contrato ate " CTR-NOVO-FIM " (renovacao " CTR-NOVO-RENOVACOES ")."
                           MOVE CTR-ID-EMPREGADO TO JORNAL-ID
                           MOVE "CTR" TO JORNAL-ACAO
                           PERFORM REGISTA-JORNAL
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Renovacao cancelada."
               END-IF
           END-IF
       END-IF.

       RELATORIO-CONTRATOS.
       MOVE ZERO TO CTR-TOT-EXPIRADOS.
       MOVE ZERO TO CTR-SEM-CONTRATO.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(1:8) TO CTR-CAB-DATA.
       MOVE WS-CURRENT-DATE(1:8) TO DATA-HOJE-AAAAMMDD.
       COMPUTE CTR-HOJE-DIAS = FUNCTION INTEGER-OF-DATE(DATA-HOJE-AAAAMMDD).
       PERFORM CARREGAR-TABELA-DEPARTAMENTOS.
       OPEN OUTPUT CTRREL.
       MOVE LINHA-CTR-CAB TO RECORD-CTRREL.
       WRITE RECORD-CTRREL.
       PERFORM VARYING DEPT-INDEX FROM 1 BY 1 UNTIL DEPT-INDEX > NUM-DEPARTAMENTOS
           MOVE SPACES TO RECORD-CTRREL
           WRITE RECORD-CTRREL
           MOVE DEPT-TABELA-CODIGO(DEPT-INDEX) TO CTR-DEPT-CODIGO
           MOVE DEPT-TABELA-NOME(DEPT-INDEX) TO CTR-DEPT-NOME
           MOVE LINHA-CTR-DEPT TO RECORD-CTRREL
           WRITE RECORD-CTRREL
           MOVE CTR-HEADER TO RECORD-CTRREL
           WRITE RECORD-CTRREL
           MOVE ZERO TO CTR-CONT-30
           MOVE ZERO TO CTR-CONT-60
           MOVE ZERO TO CTR-CONT-90
           MOVE ZERO TO CTR-CONT-EXP
           PERFORM ESCREVE-CONTRATOS-DEPT
           MOVE CTR-CONT-30 TO CTR-TOT-30
           MOVE CTR-CONT-60 TO CTR-TOT-60
           MOVE CTR-CONT-90 TO CTR-TOT-90
           MOVE CTR-CONT-EXP TO CTR-TOT-EXP
           MOVE LINHA-CTR-TOT TO RECORD-CTRREL
           WRITE RECORD-CTRREL
       END-PERFORM.
       MOVE SPACES TO RECORD-CTRREL.
       WRITE RECORD-CTRREL.
       MOVE CTR-SEM-CONTRATO TO CTR-SEM-TOTAL.
       MOVE LINHA-CTR-SEM TO RECORD-CTRREL.
       WRITE RECORD-CTRREL.
       CLOSE CTRREL.
       DISPLAY SPACE.
       DISPLAY "Relatorio de contratos escrito em contratosRelatorio.txt".
       IF CTR-TOT-EXPIRADOS > 0
           DISPLAY "Aviso: " CTR-TOT-EXPIRADOS " contratos a termo expirados sem renovacao."
       END-IF.
       DISPLAY SPACE.

       ESCREVE-CONTRATOS-DEPT.
       if erro = 0
           MOVE ZEROS TO idEmp
           START FICHEIRO KEY IS GREATER THAN idEmp
               INVALID KEY SET ENDOFFILE TO TRUE
               NOT INVALID KEY
                   READ FICHEIRO NEXT RECORD
                       AT END SET ENDOFFILE TO TRUE
                   END-READ
           END-START
           PERFORM UNTIL ENDOFFILE
               IF departamento = DEPT-TABELA-CODIGO(DEPT-INDEX)
                   PERFORM ESCREVE-CONTRATO-EMPREGADO
               END-IF
               READ FICHEIRO NEXT RECORD
                   AT END SET ENDOFFILE TO TRUE
               END-READ
           END-PERFORM
       else
           compute erro = 0
           display space
       end-if.

       ESCREVE-CONTRATO-EMPREGADO.
       MOVE identity TO CTR-ID-EMPREGADO.
       PERFORM LE-CONTRATO.
       IF CTR-EXISTE = 0
           COMPUTE CTR-SEM-CONTRATO = CTR-SEM-CONTRATO + 1
       ELSE
           IF ctr-fim-experimental NOT = 0
               MOVE ctr-fim-experimental TO CTR-EVENTO-DATA
               MOVE "FIM DO PERIODO EXPERIMENTAL" TO CTR-LIN-EVENTO
               PERFORM ESCREVE-EVENTO-CONTRATO
           END-IF
           IF ctr-tipo NOT = 'P' AND ctr-data-fim NOT = 0
               MOVE ctr-data-fim TO CTR-EVENTO-DATA
               IF ctr-tipo = 'F'
                   MOVE "FIM DO CONTRATO A TERMO" TO CTR-LIN-EVENTO
               ELSE
                   MOVE "FIM DO CONTRATO TEMPORARIO" TO CTR-LIN-EVENTO
               END-IF
               PERFORM ESCREVE-EVENTO-CONTRATO
           END-IF
           IF ctr-saida-anunciada NOT = 0
               MOVE ctr-saida-anunciada TO CTR-EVENTO-DATA
               MOVE "SAIDA ANUNCIADA" TO CTR-LIN-EVENTO
               PERFORM ESCREVE-EVENTO-CONTRATO
           END-IF
       END-IF.

       ESCREVE-EVENTO-CONTRATO.
       MOVE CTR-EVENTO-DATA TO DATA-VERIFICAR.
       PERFORM CONVERTE-DATA-CONTRATO.
       COMPUTE CTR-DIAS = FUNCTION INTEGER-OF-DATE(CTR-DATA-AAAAMMDD) - CTR-HOJE-DIAS.
       MOVE SPACES TO CTR-LIN-JANELA.
       EVALUATE TRUE
           WHEN CTR-DIAS < 0
               IF CTR-LIN-EVENTO NOT = "FIM DO PERIODO EXPERIMENTAL" AND CTR-LIN-EVENTO NOT = "SAIDA ANUNCIADA"
                   MOVE "EXPIRADO" TO CTR-LIN-JANELA
                   COMPUTE CTR-CONT-EXP = CTR-CONT-EXP + 1
                   COMPUTE CTR-TOT-EXPIRADOS = CTR-TOT-EXPIRADOS + 1
               END-IF
           WHEN CTR-DIAS <= 30
               MOVE "30 DIAS" TO CTR-LIN-JANELA
               COMPUTE CTR-CONT-30 = CTR-CONT-30 + 1
           WHEN CTR-DIAS <= 60
               MOVE "60 DIAS" TO CTR-LIN-JANELA
               COMPUTE CTR-CONT-60 = CTR-CONT-60 + 1
           WHEN CTR-DIAS <= 90
               MOVE "90 DIAS" TO CTR-LIN-JANELA
               COMPUTE CTR-CONT-90 = CTR-CONT-90 + 1
       END-EVALUATE.
       IF CTR-LIN-JANELA NOT = SPACES
           MOVE identity TO CTR-LIN-ID
           MOVE nome TO CTR-LIN-NOME
           MOVE ctr-tipo TO CTR-LIN-TIPO
           MOVE CTR-EVENTO-DATA TO CTR-LIN-DATA
           MOVE CTR-DIAS TO CTR-LIN-DIAS
           MOVE LINHA-CTR TO RECORD-CTRREL
           WRITE RECORD-CTRREL
       END-IF.

       GERIR-CONTAS-BANCARIAS.
       DISPLAY "<1> Registar ou alterar os dados bancarios de um empregado".
       DISPLAY "<2> Mostrar os dados bancarios de um empregado".
       DISPLAY "<3> Gerar o ficheiro de transferencias de um periodo fechado".
       DISPLAY "<0> Voltar".
       DISPLAY SPACE.
       DISPLAY "Insira a sua resposta".
       ACCEPT RESPOSTA-CONTA.
       EVALUATE RESPOSTA-CONTA
           WHEN 1
           PERFORM REGISTA-CONTA-BANCARIA
           WHEN 2
           PERFORM MOSTRA-CONTA-BANCARIA
           WHEN 3
           DISPLAY "Insira o periodo (4 DIGITOS MMYY)."
           ACCEPT TRF-PERIODO
           PERFORM GERA-TRANSFERENCIAS
       END-EVALUATE.
       DISPLAY SPACE.

       REGISTA-CONTA-BANCARIA.
       if erro-conta = 0
           DISPLAY "Insira o numero de identificacao (6 DIGITOS)."
           ACCEPT idEmp
           READ FICHEIRO
               INVALID KEY
                   DISPLAY "READ ERROR, NO RECORD AT " idEmp
               NOT INVALID KEY
                   MOVE identity TO conta-chave
                   READ CONTAS
                       INVALID KEY
                           DISPLAY identity SPACE nome " nao tem dados bancarios registados."
                       NOT INVALID KEY
                           DISPLAY identity SPACE nome " IBAN atual: " conta-iban " titular: " conta-titular
                   END-READ
                   DISPLAY "Insira o IBAN (ate 34 CARACTERES, espacos sao ignorados)."
                   ACCEPT IBAN-ENTRADA
                   PERFORM VALIDA-IBAN
                   IF IBAN-VALIDO = 0
                       DISPLAY "O IBAN invalido (formato ou digitos de controlo errados)."
                   ELSE
                       DISPLAY "Insira o titular da conta (30 CARACTERES, vazio = nome do empregado)."
                       MOVE SPACES TO CONTA-TITULAR-NOVO
                       ACCEPT CONTA-TITULAR-NOVO
                       IF CONTA-TITULAR-NOVO = SPACES
                           MOVE nome TO CONTA-TITULAR-NOVO
                       END-IF
                       MOVE identity TO conta-chave
                       MOVE identity TO conta-identity
                       MOVE IBAN-COMPACTO TO conta-iban
                       MOVE CONTA-TITULAR-NOVO TO conta-titular
                       WRITE RECORD-CONTA
                           INVALID KEY
                               REWRITE RECORD-CONTA
                                   INVALID KEY
                                       DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " CONTAFILESTATUS
                               END-REWRITE
                       END-WRITE
                       IF CONTAOPERATIONSUCCESSFULL
                           DISPLAY SPACE
                           DISPLAY "Registamos os dados bancarios do empregado " identity "."
                           MOVE identity TO JORNAL-ID
                           MOVE "BAN" TO JORNAL-ACAO
                           PERFORM REGISTA-JORNAL
                       END-IF
                   END-IF
           END-READ
       else
           compute erro-conta = 0
           display space
       end-if.

       MOSTRA-CONTA-BANCARIA.
       if erro-conta = 0
           DISPLAY "Insira o numero de identificacao (6 DIGITOS)."
           ACCEPT conta-chave
           READ CONTAS
               INVALID KEY
                   DISPLAY "O empregado " conta-chave " nao tem dados bancarios registados."
               NOT INVALID KEY
                   DISPLAY "Empregado " conta-identity
                   DISPLAY "IBAN:    " conta-iban
                   DISPLAY "Titular: " conta-titular
           END-READ
       else
           compute erro-conta = 0
           display space
       end-if.

       VALIDA-IBAN.
       MOVE 1 TO IBAN-VALIDO.
       MOVE SPACES TO IBAN-COMPACTO.
       MOVE ZERO TO IBAN-TAMANHO.
       INSPECT IBAN-ENTRADA CONVERTING "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       PERFORM VARYING IBAN-POSICAO FROM 1 BY 1 UNTIL IBAN-POSICAO > 40
           IF IBAN-ENTRADA(IBAN-POSICAO:1) NOT = SPACE
               IF IBAN-TAMANHO < 34
                   COMPUTE IBAN-TAMANHO = IBAN-TAMANHO + 1
                   MOVE IBAN-ENTRADA(IBAN-POSICAO:1) TO IBAN-COMPACTO(IBAN-TAMANHO:1)
               ELSE
                   MOVE ZERO TO IBAN-VALIDO
               END-IF
           END-IF
       END-PERFORM.
       IF IBAN-TAMANHO < 15
           MOVE ZERO TO IBAN-VALIDO
       END-IF.
       IF IBAN-VALIDO = 1
           IF IBAN-COMPACTO(1:2) IS NOT ALPHABETIC OR IBAN-COMPACTO(3:2) IS NOT NUMERIC
               MOVE ZERO TO IBAN-VALIDO
           END-IF
       END-IF.
       IF IBAN-VALIDO = 1
           MOVE ZERO TO IBAN-RESTO
           PERFORM VARYING IBAN-POSICAO FROM 5 BY 1 UNTIL IBAN-POSICAO > IBAN-TAMANHO
               MOVE IBAN-COMPACTO(IBAN-POSICAO:1) TO IBAN-CARACTER
               PERFORM ACUMULA-CARACTER-IBAN
           END-PERFORM
           PERFORM VARYING IBAN-POSICAO FROM 1 BY 1 UNTIL IBAN-POSICAO > 4
               MOVE IBAN-COMPACTO(IBAN-POSICAO:1) TO IBAN-CARACTER
               PERFORM ACUMULA-CARACTER-IBAN
           END-PERFORM
           IF IBAN-RESTO NOT = 1
               MOVE ZERO TO IBAN-VALIDO
           END-IF
       END-IF.

       ACUMULA-CARACTER-IBAN.
       IF IBAN-CARACTER IS NUMERIC
           MOVE IBAN-CARACTER TO IBAN-DIGITO
           COMPUTE IBAN-SOMA = IBAN-RESTO * 10 + IBAN-DIGITO
       ELSE
           IF IBAN-CARACTER IS ALPHABETIC
               MOVE ZERO TO IBAN-DIGITO
               INSPECT IBAN-ALFABETO TALLYING IBAN-DIGITO FOR CHARACTERS BEFORE INITIAL IBAN-CARACTER
               COMPUTE IBAN-SOMA = IBAN-RESTO * 100 + IBAN-DIGITO + 10
           ELSE
               MOVE ZERO TO IBAN-VALIDO
               MOVE ZERO TO IBAN-SOMA
           END-IF
       END-IF.
       DIVIDE IBAN-SOMA BY 97 GIVING IBAN-QUOCIENTE REMAINDER IBAN-RESTO.

       GERA-TRANSFERENCIAS.
       MOVE ZERO TO TRF-RECUSADA.
       MOVE ZERO TO TRF-PAGAMENTOS.
       MOVE ZERO TO TRF-TOTAL.
       MOVE ZERO TO TRF-EXCECOES.
       IF TRF-MES < 1 OR TRF-MES > 12
           DISPLAY "O periodo invalido."
           MOVE 1 TO TRF-RECUSADA
       ELSE
           OPEN INPUT FOLHACTL
           MOVE TRF-PERIODO TO folha-chave
           READ FOLHACTL
               INVALID KEY
                   DISPLAY "O periodo " TRF-PERIODO " nao foi processado. Processe a folha antes de gerar as transferencias."
                   MOVE 1 TO TRF-RECUSADA
               NOT INVALID KEY
                   IF folha-estado NOT = 'F'
                       DISPLAY "O periodo " TRF-PERIODO " esta reaberto. Processe a folha de novo antes de gerar as transferencias."
                       MOVE 1 TO TRF-RECUSADA
                   END-IF
           END-READ
           CLOSE FOLHACTL
       END-IF.
       IF TRF-RECUSADA = 0
           MOVE "folhaLiquidos    .txt" TO LIQUIDOS-NOME
           MOVE TRF-PERIODO TO LIQUIDOS-NOME(14:4)
           OPEN INPUT LIQUIDOS
           IF LIQFICHEIROAUSENTE
               DISPLAY "Nao existe " LIQUIDOS-NOME ". Reabra e processe de novo o periodo " TRF-PERIODO "."
               MOVE 1 TO TRF-RECUSADA
               CLOSE LIQUIDOS
           END-IF
       END-IF.
       IF TRF-RECUSADA = 0
           if erro-conta = 0
               PERFORM ESCREVE-TRANSFERENCIAS
           else
               MOVE 1 TO TRF-RECUSADA
               CLOSE LIQUIDOS
               compute erro-conta = 0
               display space
           end-if
       END-IF.
       DISPLAY SPACE.

       ESCREVE-TRANSFERENCIAS.
       OPEN OUTPUT TRANSFERENCIAS.
       OPEN OUTPUT TRFEXCECOES.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE TRF-PERIODO TO TRF-CAB-PERIODO.
       MOVE WS-CURRENT-DATE(1:8) TO TRF-CAB-DATA.
       MOVE WS-CURRENT-DATE(9:6) TO TRF-CAB-HORA.
       MOVE LINHA-TRF-CAB TO RECORD-TRANSFERENCIA.
       WRITE RECORD-TRANSFERENCIA.
       MOVE TRF-PERIODO TO TRFEXC-CAB-PERIODO.
       MOVE LINHA-TRFEXC-CAB TO RECORD-TRFEXCECAO.
       WRITE RECORD-TRFEXCECAO.
       MOVE SPACES TO RECORD-TRFEXCECAO.
       WRITE RECORD-TRFEXCECAO.
       READ LIQUIDOS
           AT END SET ENDOFFILE-LIQ TO TRUE
       END-READ.
       PERFORM UNTIL ENDOFFILE-LIQ
           PERFORM ESCREVE-PAGAMENTO-TRANSFERENCIA
           READ LIQUIDOS
               AT END SET ENDOFFILE-LIQ TO TRUE
           END-READ
       END-PERFORM.
       MOVE TRF-PERIODO TO TRF-TRL-PERIODO.
       MOVE TRF-PAGAMENTOS TO TRF-TRL-QTD.
       MOVE TRF-TOTAL TO TRF-TRL-TOTAL.
       MOVE LINHA-TRF-TRL TO RECORD-TRANSFERENCIA.
       WRITE RECORD-TRANSFERENCIA.
       MOVE SPACES TO RECORD-TRFEXCECAO.
       WRITE RECORD-TRFEXCECAO.
       MOVE TRF-PAGAMENTOS TO TRFEXC-TOT-PAG.
       MOVE TRF-EXCECOES TO TRFEXC-TOT-EXC.
       MOVE LINHA-TRFEXC-TOT TO RECORD-TRFEXCECAO.
       WRITE RECORD-TRFEXCECAO.
       CLOSE LIQUIDOS.
       CLOSE TRANSFERENCIAS.
       CLOSE TRFEXCECOES.
       MOVE ZEROS TO JORNAL-ID.
       MOVE "TRB" TO JORNAL-ACAO.
       PERFORM REGISTA-JORNAL.
       MOVE TRF-TOTAL TO TRF-LIN-TOTAL.
       DISPLAY "Transferencias do periodo " TRF-PERIODO ": " TRF-PAGAMENTOS " pagamentos, total " TRF-LIN-TOTAL ".".
       DISPLAY "Ficheiro escrito em transferencias.txt".
       IF TRF-EXCECOES > 0
           DISPLAY "Aviso: " TRF-EXCECOES " empregados sem pagamento. Ver transferenciasExcecoes.txt."
       END-IF.

       ESCREVE-PAGAMENTO-TRANSFERENCIA.
       MOVE SPACES TO TRFEXC-MOTIVO.
       IF liq-valor NOT > 0
           MOVE "LIQUIDO NAO POSITIVO" TO TRFEXC-MOTIVO
       ELSE
           MOVE liq-identity TO conta-chave
           READ CONTAS
               INVALID KEY
                   MOVE "SEM DADOS BANCARIOS" TO TRFEXC-MOTIVO
               NOT INVALID KEY
                   MOVE conta-iban TO IBAN-ENTRADA
                   PERFORM VALIDA-IBAN
                   IF IBAN-VALIDO = 0
                       MOVE "IBAN INVALIDO" TO TRFEXC-MOTIVO
                   ELSE
                       IF conta-titular = SPACES
                           MOVE "SEM TITULAR DA CONTA" TO TRFEXC-MOTIVO
                       END-IF
                   END-IF
           END-READ
       END-IF.
       IF TRFEXC-MOTIVO = SPACES
           MOVE liq-identity TO TRF-DET-ID
           MOVE IBAN-COMPACTO TO TRF-DET-IBAN
           MOVE conta-titular TO TRF-DET-TITULAR
           MOVE liq-valor TO TRF-DET-VALOR
           MOVE LINHA-TRF-DET TO RECORD-TRANSFERENCIA
           WRITE RECORD-TRANSFERENCIA
           COMPUTE TRF-PAGAMENTOS = TRF-PAGAMENTOS + 1
           COMPUTE TRF-TOTAL = TRF-TOTAL + liq-valor
       ELSE
           MOVE liq-identity TO TRFEXC-ID
           MOVE liq-nome TO TRFEXC-NOME
           MOVE liq-valor TO TRFEXC-VALOR
           MOVE LINHA-TRFEXC TO RECORD-TRFEXCECAO
           WRITE RECORD-TRFEXCECAO
           COMPUTE TRF-EXCECOES = TRF-EXCECOES + 1
       END-IF.

       REABRE-FOLHA.
       DISPLAY "Insira o periodo a reabrir (4 DIGITOS MMYY).".
       SOMA-AUSENCIAS-EMPREGADO.
       MOVE ZERO TO AUS-GOZADOS.
       MOVE ZERO TO AUS-DOENCA.
       MOVE ZERO TO AUS-SEM-VENCIMENTO.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(3:2) TO AUS-ANO-CORRENTE.
       PERFORM VARYING AUS-INDEX FROM 1 BY 1 UNTIL AUS-INDEX > AUS-TOTAL
           MOVE AUS-TABELA-REG(AUS-INDEX) TO AUS-REGISTO
           IF ausr-identity = AUS-ID AND ausr-data(5:2) = AUS-ANO-CORRENTE
               EVALUATE ausr-tipo
                   WHEN 'F'
                   COMPUTE AUS-GOZADOS = AUS-GOZADOS + ausr-dias
                   WHEN 'L'
                   COMPUTE AUS-SEM-VENCIMENTO = AUS-SEM-VENCIMENTO + ausr-dias
                   WHEN 'J'
                   COMPUTE AUS-SEM-VENCIMENTO = AUS-SEM-VENCIMENTO + ausr-dias
                   WHEN OTHER
                   COMPUTE AUS-DOENCA = AUS-DOENCA + ausr-dias
               END-EVALUATE
           END-IF
       END-PERFORM.

       GERIR-AUSENCIAS.
       DISPLAY "<1> Registar uma ausencia (ferias, doenca, licenca ou falta)".
       DISPLAY "<2> Mostrar o saldo de ferias de um empregado".
       DISPLAY "<3> Relatorio de saldos por departamento (ausenciasRelatorio.txt)".
       DISPLAY "<0> Voltar".
               END-IF
       END-READ.
       IF OPERATIONSUCCESSFULL
           DISPLAY "Insira o tipo da ausencia (letra maiuscula F=ferias/D=doenca/L=licenca sem vencimento/J=falta justificada nao remunerada)."
           ACCEPT AUS-TIPO-NOVO
           IF NOT (AUS-TIPO-NOVO = 'F' OR AUS-TIPO-NOVO = 'D' OR AUS-TIPO-NOVO = 'L' OR AUS-TIPO-NOVO = 'J')
               DISPLAY "O tipo invalido."
           ELSE
               DISPLAY "Insira o numero de dias (2 DIGITOS)."
           DISPLAY SPACE
           DISPLAY "Direito anual: " AUS-DIREITO " dias. Gozados: " AUS-GOZADOS " dias. Saldo: " AUS-SALDO " dias."
           DISPLAY "Dias de doenca no ano: " AUS-DOENCA
           DISPLAY "Dias sem vencimento no ano (licencas e faltas): " AUS-SEM-VENCIMENTO
       END-IF.
       DISPLAY SPACE.

       EXECUTA-BATCH.
       OPEN OUTPUT EXECLOG.
       MOVE ZERO TO BATCH-PASSOS.
       MOVE ZERO TO BATCH-RC-ANTERIOR.
       MOVE ZERO TO BATCH-RETOMA.
       MOVE ZERO TO BATCH-RETOMA-REGISTADA.
       MOVE ZERO TO BATCH-INCOMPLETO.
       MOVE ZERO TO INC-PASSO.
       IF ped-funcao = "OPERADOR" AND ped-parametro(1:4) NUMERIC
           MOVE ped-parametro(1:4) TO OPERADOR-ATUAL
           MOVE OPERADOR-ATUAL TO oper-chave
               INVALID KEY
                   MOVE ZERO TO OPERADOR-ATUAL
               NOT INVALID KEY
                   PERFORM LE-PERFIL-OPERADOR
                   MOVE OPER-PERFIL-LIDO TO OPERADOR-PERFIL
                   PERFORM CARREGA-PERFIL-OPERADOR
           END-READ
       END-IF.
       IF OPERADOR-ATUAL = 0
           MOVE 8 TO BATCH-RC-MAX
           DISPLAY "Pedido de execucao sem operador valido."
       ELSE
           IF ped-parametro(6:1) = 'N'
               OPEN OUTPUT EXECCTL
               CLOSE EXECCTL
           END-IF
           OPEN I-O EXECCTL
           MOVE 1 TO ectl-chave
           READ EXECCTL
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO BATCH-RETOMA
           END-READ
           CLOSE EXECCTL
           READ PEDIDOS
               AT END SET ENDOFFILE-PED TO TRUE
           END-READ
           MOVE BATCH-PASSOS TO LOG-FIM-PASSOS
           MOVE LINHA-EXECLOG-FIM TO RECORD-EXECLOG
           WRITE RECORD-EXECLOG
           IF BATCH-INCOMPLETO = 1
               MOVE LINHA-EXECLOG-INC TO RECORD-EXECLOG
               WRITE RECORD-EXECLOG
               DISPLAY "Execucao incompleta. O pedido fica pendente para retomar no passo " INC-PASSO "."
           ELSE
               OPEN OUTPUT EXECCTL
               CLOSE EXECCTL
           END-IF
       END-IF.
       CLOSE PEDIDOS.
       IF BATCH-INCOMPLETO = 0
           OPEN OUTPUT PEDIDOS
           MOVE "PROCESSADO" TO RECORD-PEDIDO
           WRITE RECORD-PEDIDO
           CLOSE PEDIDOS
       END-IF.
       CLOSE EXECLOG.

       EXECUTA-PASSO-BATCH.
       COMPUTE BATCH-PASSO-NUM = BATCH-PASSOS + 1.
       MOVE ped-funcao TO LOG-FUNCAO.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(9:6) TO LOG-INICIO.
       MOVE ZERO TO BATCH-RC.
       MOVE ZERO TO erro-passo.
       PERFORM VERIFICA-RETOMA-PASSO.
       EVALUATE TRUE
           WHEN PASSO-JA-CONCLUIDO
               MOVE ectl-rc TO BATCH-RC
               MOVE BATCH-PASSO-NUM TO SALTO-PASSO
               MOVE ped-funcao TO SALTO-FUNCAO
               MOVE BATCH-RC TO SALTO-RC
               MOVE LINHA-EXECLOG-SALTO TO RECORD-EXECLOG
               WRITE RECORD-EXECLOG
           WHEN PASSO-IGNORADO
               MOVE BATCH-PASSO-NUM TO IGN-PASSO
               MOVE ped-funcao TO IGN-FUNCAO
               MOVE BATCH-RC-ANTERIOR TO IGN-RC
               MOVE BATCH-LIMITE-RC TO IGN-LIMITE
               MOVE LINHA-EXECLOG-IGN TO RECORD-EXECLOG
               WRITE RECORD-EXECLOG
           WHEN PASSO-CONDICAO-INVALIDA
               MOVE 8 TO BATCH-RC
               MOVE BATCH-PASSO-NUM TO CINV-PASSO
               MOVE ped-funcao TO CINV-FUNCAO
               MOVE LINHA-EXECLOG-CINV TO RECORD-EXECLOG
               WRITE RECORD-EXECLOG
           WHEN OTHER
               IF BATCH-RETOMA = 1 AND BATCH-RETOMA-REGISTADA = 0
                   MOVE BATCH-PASSO-NUM TO RET-PASSO
                   MOVE ped-funcao TO RET-FUNCAO
                   MOVE LINHA-EXECLOG-RET TO RECORD-EXECLOG
                   WRITE RECORD-EXECLOG
                   MOVE 1 TO BATCH-RETOMA-REGISTADA
               END-IF
               PERFORM EXECUTA-FUNCAO-BATCH
       END-EVALUATE.
       IF NOT PASSO-IGNORADO
           IF BATCH-RC > BATCH-RC-MAX
               MOVE BATCH-RC TO BATCH-RC-MAX
           END-IF
           MOVE BATCH-RC TO BATCH-RC-ANTERIOR
       END-IF.
       IF NOT PASSO-JA-CONCLUIDO
           PERFORM REGISTA-PASSO-BATCH
       END-IF.
       COMPUTE BATCH-PASSOS = BATCH-PASSOS + 1.
       READ PEDIDOS
           AT END SET ENDOFFILE-PED TO TRUE
       END-READ.

       VERIFICA-RETOMA-PASSO.
       SET PASSO-EXECUTAR TO TRUE.
       IF BATCH-RETOMA = 1
           OPEN I-O EXECCTL
           MOVE BATCH-PASSO-NUM TO ectl-chave
           READ EXECCTL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ectl-estado = 'C' AND ectl-funcao = ped-funcao AND ectl-parametro = ped-parametro
                       SET PASSO-JA-CONCLUIDO TO TRUE
                   END-IF
           END-READ
           CLOSE EXECCTL
       END-IF.
       IF PASSO-EXECUTAR AND ped-condicao-rc NOT = SPACE
           IF ped-condicao-rc NUMERIC
               MOVE ped-condicao-rc TO BATCH-LIMITE-RC
               IF BATCH-RC-ANTERIOR > BATCH-LIMITE-RC
                   SET PASSO-IGNORADO TO TRUE
               END-IF
           ELSE
               SET PASSO-CONDICAO-INVALIDA TO TRUE
           END-IF
       END-IF.

       REGISTA-PASSO-BATCH.
       OPEN I-O EXECCTL.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE BATCH-PASSO-NUM TO ectl-chave.
       MOVE BATCH-PASSO-NUM TO ectl-passo.
       MOVE ped-funcao TO ectl-funcao.
       MOVE ped-parametro TO ectl-parametro.
       MOVE BATCH-RC TO ectl-rc.
       MOVE WS-CURRENT-DATE(1:8) TO ectl-data.
       MOVE WS-CURRENT-DATE(9:6) TO ectl-hora.
       IF PASSO-IGNORADO
           MOVE 'B' TO ectl-estado
       ELSE
           IF BATCH-RC > 4
               MOVE 'F' TO ectl-estado
               IF BATCH-INCOMPLETO = 0
                   MOVE 1 TO BATCH-INCOMPLETO
                   MOVE BATCH-PASSO-NUM TO INC-PASSO
               END-IF
           ELSE
               MOVE 'C' TO ectl-estado
           END-IF
       END-IF.
       WRITE RECORD-EXECCTL
           INVALID KEY
               REWRITE RECORD-EXECCTL
                   INVALID KEY
                       DISPLAY "UNEXPECTED ERROR. FILE STATUS IS " EXECCTLSTATUS
               END-REWRITE
       END-WRITE.
       CLOSE EXECCTL.

       EXECUTA-FUNCAO-BATCH.
       PERFORM VERIFICA-AUTORIZACAO-BATCH.
       IF AUT-PERMITIDA = 0
           MOVE 8 TO BATCH-RC
           MOVE ped-funcao TO NEG-FUNCAO
           MOVE OPERADOR-ATUAL TO NEG-OPERADOR
           MOVE LINHA-EXECLOG-NEG TO RECORD-EXECLOG
           WRITE RECORD-EXECLOG
       ELSE
           EVALUATE ped-funcao
               WHEN "LISTAGEM"
                   EVALUATE ped-parametro(1:1)
                       WHEN "1"
                       PERFORM LER-FICHEIRO
                       WHEN "2"
                       PERFORM ORDENAR-SALARIO
                       WHEN "3"
                       PERFORM ORDENAR-DEPARTAMENTO
                       WHEN "4"
                       PERFORM ORDENAR-GENERO
                       WHEN OTHER
                       MOVE 8 TO BATCH-RC
                   END-EVALUATE
               WHEN "ESTATISTICA"
                   PERFORM MOSTRA-ESTATISTICA-SALARIOS
               WHEN "GENERO"
                   PERFORM MOSTRA-ESTATISTICA-GENERO-DEPARTAMENTO
               WHEN "EXTRATO"
                   PERFORM GERAR-EXTRATO-SALARIAL
               WHEN "LOTE"
                   PERFORM CARREGAR-LOTE
                   IF LOTE-FALHA > 0 OR ORC-LOTE-EXCEDIDO = 1
                       MOVE 4 TO BATCH-RC
                   END-IF
               WHEN "ORCAMENTO"
                   PERFORM RELATORIO-ORCAMENTO
                   IF ORC-DEPTS-EXCEDIDOS > 0
                       MOVE 4 TO BATCH-RC
                   END-IF
               WHEN "FOLHA"
                   IF ped-parametro(1:4) NUMERIC
                       MOVE ped-parametro(1:4) TO FOLHA-PERIODO
                       PERFORM PROCESSA-FOLHA
                       IF FOLHA-RECUSADA = 1
                           MOVE 8 TO BATCH-RC
                       ELSE
                           IF FOLHA-ITENS-REJ > 0 OR FOLHA-SEM-TAXA > 0 OR FOLHA-EXCLUIDOS > 0 OR FOLHA-CTR-TERMINA > 0
                               MOVE 4 TO BATCH-RC
                           END-IF
                       END-IF
                   ELSE
                       MOVE 8 TO BATCH-RC
                   END-IF
               WHEN "PENDENTES"
                   PERFORM APLICA-PENDENTES
                   IF PEND-FALHAS > 0
                       MOVE 4 TO BATCH-RC
                   END-IF
               WHEN "ARQUIVO"
                   IF ped-parametro(1:2) NUMERIC AND ped-parametro(1:2) NOT = "00"
                       MOVE ped-parametro(1:2) TO ARQ-MESES
                   ELSE
                       MOVE 12 TO ARQ-MESES
                   END-IF
                   PERFORM ARQUIVA-JORNAL
               WHEN "MOVIMENTO"
                   IF ped-parametro(1:4) NUMERIC
                       MOVE ped-parametro(1:4) TO MOV-PERIODO
                       PERFORM RELATORIO-MOVIMENTO
                       IF MOV-INVALIDO = 1
                           MOVE 8 TO BATCH-RC
                       END-IF
                   ELSE
                       MOVE 8 TO BATCH-RC
                   END-IF
               WHEN "BANDAS"
                   PERFORM RELATORIO-BANDAS
                   IF CMP-EXCECOES > 0
                       MOVE 4 TO BATCH-RC
                   END-IF
               WHEN "PROJECAO"
                   IF ped-parametro(1:4) = SPACES
                       MOVE ZEROS TO PRJ-AUM-PERIODO
                       PERFORM GERA-PROJECAO-CUSTOS
                   ELSE
                       IF ped-parametro(1:4) NUMERIC
                           MOVE ped-parametro(1:4) TO PRJ-AUM-PERIODO
                           PERFORM GERA-PROJECAO-CUSTOS
                       ELSE
                           MOVE 1 TO PRJ-RECUSADA
                       END-IF
                   END-IF
                   IF PRJ-RECUSADA = 1
                       MOVE 8 TO BATCH-RC
                   ELSE
                       IF PRJ-DEPTS-EXCEDIDOS > 0
                           MOVE 4 TO BATCH-RC
                       END-IF
                   END-IF
               WHEN "RETENCAO"
                   IF ped-parametro(1:2) NUMERIC AND (ped-parametro(3:1) = "P" OR ped-parametro(3:1) = "A")
                       MOVE ped-parametro(1:2) TO ANON-ANOS
                       MOVE ped-parametro(3:1) TO ANON-MODO
                       PERFORM PROCESSA-RETENCAO
                   ELSE
                       MOVE 1 TO ANON-RECUSADA
                   END-IF
                   IF ANON-RECUSADA = 1 OR ANON-FALHAS > 0
                       MOVE 8 TO BATCH-RC
                   ELSE
                       IF ANON-ADIADOS > 0
                           MOVE 4 TO BATCH-RC
                       END-IF
                   END-IF
               WHEN "EXPORTADADOS"
                   IF ped-parametro NUMERIC
                       MOVE ped-parametro TO EXP-ID
                       PERFORM GERA-EXPORTACAO-DADOS
                   ELSE
                       MOVE 1 TO EXP-RECUSADA
                   END-IF
                   IF EXP-RECUSADA = 1
                       MOVE 8 TO BATCH-RC
                   ELSE
                       IF EXP-TOTAL = 0
                           MOVE 4 TO BATCH-RC
                       END-IF
                   END-IF
               WHEN "ALTERACOES"
                   IF ped-parametro = SPACES
                       PERFORM GERA-ALTERACOES
                   ELSE
                       IF ped-parametro NUMERIC
                           MOVE ped-parametro TO ALT-REENVIO-SEQ
                           PERFORM REENVIA-ALTERACOES
                       ELSE
                           DISPLAY "Sequencia de reenvio invalida: " ped-parametro
                           MOVE 1 TO ALT-RECUSADA
                       END-IF
                   END-IF
                   IF ALT-RECUSADA = 1
                       MOVE 8 TO BATCH-RC
                   END-IF
               WHEN "CONTRATOS"
                   PERFORM RELATORIO-CONTRATOS
                   IF CTR-TOT-EXPIRADOS > 0
                       MOVE 4 TO BATCH-RC
                   END-IF
               WHEN "TRANSFERIR"
                   IF ped-parametro(1:4) NUMERIC
                       MOVE ped-parametro(1:4) TO TRF-PERIODO
                       PERFORM GERA-TRANSFERENCIAS
                       IF TRF-RECUSADA = 1
                           MOVE 8 TO BATCH-RC
                       ELSE
                           IF TRF-EXCECOES > 0
                               MOVE 4 TO BATCH-RC
                           END-IF
                       END-IF
                   ELSE
                       MOVE 8 TO BATCH-RC
                   END-IF
               WHEN OTHER
                   MOVE 8 TO BATCH-RC
           END-EVALUATE
       END-IF.
       IF erro-passo = 1
           MOVE 8 TO BATCH-RC
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(9:6) TO LOG-FIM.
       MOVE BATCH-RC TO LOG-RC.
       MOVE LINHA-EXECLOG TO RECORD-EXECLOG.
       WRITE RECORD-EXECLOG.

       END PROGRAM Empregados.


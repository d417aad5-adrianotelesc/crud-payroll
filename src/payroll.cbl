
                       SELECT MOVREL1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.

      *                ACCESS DYNAMIC PARA O START/READ NEXT QUE VARRE
      *                OS CONTRATOS DA MATRICULA (VER CONSIG-SOMA-MAT)
      *                E OS DA EMPRESA NO REPASSE AOS BANCOS
                       SELECT CONSIG1 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CON-STAT
                       RECORD KEY IS CON-CHAVE.

                       SELECT REPASSE1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.

                       SELECT REPREL1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.

      *                ARQUIVO DE TRABALHO DO SORT DO REPASSE DO
      *                CONSIGNADO POR BANCO CREDOR
                       SELECT ORDENA2 ASSIGN TO DISK.

                       SELECT VTRANS1 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-VTR-STAT
                       RECORD KEY IS VTR-CHAVE.

                       SELECT PEDVT1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.

                       SELECT FERIADO1 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-FRD-STAT
                       RECORD KEY IS FRD-CHAVE.

                       SELECT CARGOS1 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CRG-STAT
                       RECORD KEY IS CRG-CHAVE.

                       SELECT HISTSAL1 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-HSA-STAT
                       RECORD KEY IS HSA-CHAVE.

                       SELECT HISTREL1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.

                       SELECT JORNAL1 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-JRN-STAT
                       RECORD KEY IS JRN-CHAVE.

                       SELECT RECUP1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.

      *                ARQUIVO MORTO DAS COMPETENCIAS ANTIGAS DE FOLHA1,
      *                COM AS MESMAS CHAVES (A ALTERNADA SERVE AO
      *                EXTRATO, A EXPORTACAO E A SOMA DO FGTS DA
      *                RESCISAO, QUE CONTINUAM LENDO OS ANOS ARQUIVADOS)
                       SELECT FOLHAHIST1 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-FH-STAT
                       RECORD KEY IS FH-CHAVE
                       ALTERNATE RECORD KEY IS FH-CHAVE-MAT =
                           FH-EMPRESA FH-MAT FH-REF-ANO FH-REF-MES.

                       SELECT ARQREL1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.

                       SELECT GRUPO1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.

      *                FAIXAS DO IRRF EXCLUSIVO DA PLR POR ANO, NO
      *                MESMO ESQUEMA DE CHAVE DE TABELA
                       SELECT TABPLR1 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       FILE STATUS IS WS-TPL-STAT
                       RECORD KEY IS TPL-CHAVE.

      *                PLR PAGA POR MATRICULA E COMPETENCIA DO
      *                PAGAMENTO (EMPRESA + MATRICULA + ANO/MES), LIDA
      *                DE VOLTA PELO EXTRATO ANUAL E PELA EXPORTACAO
                       SELECT PLR1 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-PLR-STAT
                       RECORD KEY IS PLR-CHAVE.

                       SELECT PLRREL1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.

                       SELECT PLRREM1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.

      *                LANCAMENTOS DATADOS DO BANCO DE HORAS (EMPRESA +
      *                MATRICULA + COMPETENCIA + SEQUENCIA)
                       SELECT BHLANC1 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-BHL-STAT
                       RECORD KEY IS BHL-CHAVE.

                       SELECT BHVENC1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.

                       SELECT BHEXT1 ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FOLHA1.
      *        DA QUINZENA E ABATIDO DO LIQUIDO NO FECHAMENTO DO MES,
      *        SEM PASSAR POR FS-CONSIG
               03 FS-ADIANT PIC 9(6)V9(2).
      *        ADICIONAIS DO MES, CALCULADOS EM CALCULA-FOLHA A PARTIR
      *        DO CADASTRO DO MASTER (MAE-INSAL-GRAU, MAE-PERICULOSO E
      *        MAE-HORAS-NOTURNAS) E SOMADOS AO SALARIO BRUTO, ENTAO
      *        ENTRAM NA BASE DE INSS/IRRF/FGTS
               03 FS-INSAL PIC 9(6)V9(2).
               03 FS-PERIC PIC 9(6)V9(2).
               03 FS-NOTURNO PIC 9(6)V9(2).
      *        HORAS EXTRAS PAGAS COM 100% (DOMINGOS E FERIADOS DO
      *        CALENDARIO DA EMPRESA) - SEMPRE PAGAS EM DINHEIRO, FORA
      *        DO BANCO DE HORAS, E ENTRAM NA BASE DO DSR COM AS DE 50%
               03 FS-HE100 PIC 99.
               03 FS-TOTAL-HE100 PIC 9(6)V9(2).
      *        CODIGO DO CARGO NA TABELA DE CARGOS (CARGOS1) - ZERO
      *        MANTEM A FUNCAO DIGITADA LIVRE, SEM FAIXA SALARIAL
               03 FS-CARGO PIC 9(4).
      *        HORAS DO BANCO DE HORAS VENCIDAS (SEIS MESES SEM
      *        COMPENSACAO) PAGAS NESTA FOLHA COMO HORA EXTRA DE 50% -
      *        LANCADAS SO PELO VENCIMENTO DO BANCO (OPCAO Z)
               03 FS-HE-VENC PIC 9(4)V9(2).
               03 FS-TOTAL-HE-VENC PIC 9(6)V9(2).
           02 FS-DADOS-ALFABETICOS.
               03 FS-NOME PIC X(35).
               03 FS-FUNC PIC X(30).
                   88 CREDITO-EFETIVADO VALUE 'C'.
                   88 CREDITO-DEVOLVIDO VALUE 'R'.

      *    X(120) PARA CABER WS-REL-CAB, A MAIOR DAS TRES LINHAS DO
      *    RELATORIO MENSAL (CAB/DET/ROD)
       FD REL1.
       01 REL-LINHA PIC X(120).

      *    X(115) PARA CABER WS-HOL-CAB2, A MAIOR DAS LINHAS DO HOLERITE
       FD HOLER1.
                   04 MAE-DESL-DIA PIC 99.
                   04 MAE-DESL-MES PIC 99.
                   04 MAE-DESL-ANO PIC 9999.
      *        ADICIONAIS PAGOS TODO MES PELA FOLHA (OPCAO R) - GRAU DE
      *        INSALUBRIDADE EM % DO SALARIO MINIMO (0, 10, 20 OU 40) E
      *        HORAS NOTURNAS DE RELOGIO TRABALHADAS NO MES (22H AS 5H)
               03 MAE-INSAL-GRAU PIC 99.
               03 MAE-HORAS-NOTURNAS PIC 9(3)V9(2).
      *        CARGO E SALARIO BASE VIGENTES - CONFERIDOS A CADA FOLHA
      *        LANCADA PARA GRAVAR A ALTERACAO NO HISTORICO SALARIAL
      *        (HISTSAL1). SALARIO ZERO = AINDA SEM HISTORICO
               03 MAE-CARGO PIC 9(4).
               03 MAE-SALARIO PIC 9(6)V9(2).
      *        TRANSFERENCIA ENTRE EMPRESAS DO GRUPO (OPCAO W) - NA
      *        MATRICULA NOVA, A DATA DE ENTRADA NA EMPRESA (INICIO DO
      *        PRORATEIO DO MES) E A MATRICULA DE ORIGEM, SEGUIDA PELA
      *        SOMA DO FGTS DA RESCISAO; NA ANTIGA, A MATRICULA DE
      *        DESTINO. ZEROS QUANDO NAO HOUVE TRANSFERENCIA
               03 MAE-TRANSFERENCIA.
                   04 MAE-TRF-DATA.
                       05 MAE-TRF-DIA PIC 99.
                       05 MAE-TRF-MES PIC 99.
                       05 MAE-TRF-ANO PIC 9999.
                   04 MAE-ORIGEM.
                       05 MAE-ORIG-EMPRESA PIC 9(02).
                       05 MAE-ORIG-MAT PIC 9(5).
                   04 MAE-DESTINO.
                       05 MAE-DEST-EMPRESA PIC 9(02).
                       05 MAE-DEST-MAT PIC 9(5).
           02 MAE-DADOS-ALFABETICOS.
               03 MAE-NOME PIC X(35).
               03 MAE-FUNC PIC X(30).
                   88 MAE-DESL-PEDIDO    VALUE '2'.
                   88 MAE-DESL-JUSTA     VALUE '3'.
                   88 MAE-DESL-ACORDO    VALUE '4'.
      *            SAIDA POR TRANSFERENCIA PARA OUTRA EMPRESA DO GRUPO -
      *            NAO E DESLIGAMENTO PARA A MOVIMENTACAO MENSAL
                   88 MAE-DESL-TRANSF    VALUE 'T'.
      *        'S' QUANDO O EMPREGADO RECEBE O ADICIONAL DE
      *        PERICULOSIDADE (30% DO SALARIO BASE)
               03 MAE-PERICULOSO PIC X.
                   88 MAE-PERIC-SIM VALUE 'S'.

      *    LAYOUT DE ENTRADA DA CARGA EM LOTE - MESMA FORMA DE
      *    FS-COLABORADOR, PARA PODER SER MOVIDO DIRETO E PASSAR
               03 CI-FGTS PIC 9(6)V9(2).
               03 CI-PENSAO PIC 9(6)V9(2).
               03 CI-ADIANT PIC 9(6)V9(2).
               03 CI-INSAL PIC 9(6)V9(2).
               03 CI-PERIC PIC 9(6)V9(2).
               03 CI-NOTURNO PIC 9(6)V9(2).
               03 CI-HE100 PIC 99.
               03 CI-TOTAL-HE100 PIC 9(6)V9(2).
               03 CI-CARGO PIC 9(4).
               03 CI-HE-VENC PIC 9(4)V9(2).
               03 CI-TOTAL-HE-VENC PIC 9(6)V9(2).
           02 CI-DADOS-ALFABETICOS.
               03 CI-NOME PIC X(35).
               03 CI-FUNC PIC X(30).
               03 TAB-PAT-INSS  PIC V999.
               03 TAB-PAT-RAT   PIC V999.
               03 TAB-PAT-TERC  PIC V999.
      *    SALARIO MINIMO DO ANO, BASE DO ADICIONAL DE INSALUBRIDADE
           02 TAB-SAL-MINIMO    PIC 9(6)V99.

      *    LAYOUT DE SAIDA DO CALCULO DO DECIMO TERCEIRO - X(126) PARA
      *    CABER WS-DEC-ROD, A MAIOR DAS LINHAS
      *    MATRICULA (BRUTO, INSS E IRRF RETIDOS NO ANO), REGISTRO '0'
      *    DE CABECALHO, '1' DE DETALHE E '9' DE TRAILER, VALORES SEM
      *    VIRGULA (CENTAVOS NAS DUAS ULTIMAS POSICOES), MESMO ESTILO
      *    DA REMESSA BANCARIA. A PLR PAGA NO ANO (TRIBUTACAO EXCLUSIVA)
      *    VAI NUM REGISTRO '2' PROPRIO, LOGO APOS O '1' DA MATRICULA
       FD ANUAL1.
       01 ANUAL-LINHA PIC X(80).

       FD MOVREL1.
       01 MOVREL-LINHA PIC X(120).

      *    CONTRATOS DE EMPRESTIMO CONSIGNADO POR MATRICULA - MESMO
      *    PADRAO DE CHAVE COMPOSTA DE FERIAS1/AFAST1 (UMA MATRICULA
      *    PODE TER VARIOS CONTRATOS, POR ISSO A CHAVE E MATRICULA
      *    MAIS NUMERO DO CONTRATO). CALCULA-FOLHA SOMA EM FS-CONSIG
      *    AS PARCELAS DOS CONTRATOS VIGENTES NA COMPETENCIA; O
      *    REPASSE AOS BANCOS BAIXA AS PARCELAS RESTANTES; A RESCISAO
      *    DESCONTA O SALDO DEVEDOR NO TRCT E ENCERRA O CONTRATO
       FD CONSIG1.
       01 CON-REGISTRO.
           02 CON-CHAVE.
               03 CON-EMPRESA PIC 9(02).
               03 CON-MAT PIC 9(5).
               03 CON-CONTRATO PIC 9(10).
           02 CON-DADOS-NUMERICOS.
               03 CON-BANCO PIC 9(03).
               03 CON-PARCELA PIC 9(6)V9(2).
               03 CON-QTDE-PARC PIC 9(03).
               03 CON-PARC-RESTANTES PIC 9(03).
      *        COMPETENCIA DA PRIMEIRA PARCELA DESCONTADA EM FOLHA
               03 CON-INICIO.
                   04 CON-INI-ANO PIC 9999.
                   04 CON-INI-MES PIC 99.
      *        ULTIMA COMPETENCIA REPASSADA AO BANCO - O REPASSE SO
      *        BAIXA UMA PARCELA POR COMPETENCIA, MESMO SE FOR RODADO
      *        DE NOVO PARA O MESMO MES (ZEROS = NENHUM REPASSE AINDA)
               03 CON-ULT-REPASSE.
                   04 CON-ULT-ANO PIC 9999.
                   04 CON-ULT-MES PIC 99.
      *        PRIMEIRA COMPETENCIA SEM DESCONTO DEPOIS DE QUITADO OU
      *        ENCERRADO NA RESCISAO (ZEROS ENQUANTO ATIVO)
               03 CON-ENCERRAMENTO.
                   04 CON-ENC-ANO PIC 9999.
                   04 CON-ENC-MES PIC 99.
      *        SALDO DEVEDOR EFETIVAMENTE DESCONTADO NO TRCT, REPASSADO
      *        AO BANCO NA COMPETENCIA DO DESLIGAMENTO
               03 CON-VALOR-QUITACAO PIC 9(6)V9(2).
           02 CON-DADOS-ALFABETICOS.
               03 CON-SITUACAO PIC X.
                   88 CON-ATIVO      VALUE 'A'.
                   88 CON-QUITADO    VALUE 'Q'.
                   88 CON-RESCINDIDO VALUE 'R'.
      *            LEVADO PARA A MATRICULA NOVA NA TRANSFERENCIA ENTRE
      *            EMPRESAS - CON-ENCERRAMENTO E O MES DA TRANSFERENCIA
                   88 CON-TRANSFERIDO VALUE 'T'.

      *    REPASSE MENSAL DO CONSIGNADO AOS BANCOS CREDORES - UM LOTE
      *    POR BANCO, CADA UM COM REGISTRO '0' DE CABECALHO, '1' DE
      *    DETALHE POR CONTRATO E '9' DE TRAILER, VALORES SEM VIRGULA,
      *    MESMO ESTILO DA REMESSA BANCARIA
       FD REPASSE1.
       01 REPASSE-LINHA PIC X(80).

      *    LISTAGEM DO REPASSE DO CONSIGNADO, COM SUBTOTAL POR BANCO
       FD REPREL1.
       01 REPREL-LINHA PIC X(120).

      *    CADASTRO DE VALE-TRANSPORTE POR MATRICULA - NUMERO DO
      *    CARTAO NA OPERADORA, DIAS DE TRABALHO POR SEMANA (5 = SEGUNDA
      *    A SEXTA, 6 = TAMBEM AOS SABADOS) E ATE QUATRO TRECHOS COM A
      *    TARIFA E AS VIAGENS POR DIA. O CUSTO REAL DO MES (TARIFAS X
      *    VIAGENS X DIAS UTEIS) LIMITA O DESCONTO DE 6% EM
      *    CALCULA-FOLHA E VAI PARA O PEDIDO DE COMPRA DA OPERADORA
       FD VTRANS1.
       01 VTR-REGISTRO.
           02 VTR-CHAVE.
               03 VTR-EMPRESA PIC 9(02).
               03 VTR-MAT PIC 9(5).
           02 VTR-DADOS.
               03 VTR-CARTAO PIC 9(12).
               03 VTR-DIAS-SEMANA PIC 9.
               03 VTR-TRECHO OCCURS 4 TIMES.
                   04 VTR-LINHA PIC X(20).
                   04 VTR-TARIFA PIC 9(3)V99.
                   04 VTR-VIAGENS PIC 99.

      *    PEDIDO MENSAL DE CREDITO DE VALE-TRANSPORTE A OPERADORA -
      *    REGISTRO '0' DE CABECALHO, '1' DE DETALHE POR CARTAO E '9'
      *    DE TRAILER COM O TOTAL DO PEDIDO, VALORES SEM VIRGULA, MESMO
      *    ESTILO DA REMESSA BANCARIA
       FD PEDVT1.
       01 PEDVT-LINHA PIC X(80).

      *    CALENDARIO DE FERIADOS POR EMPRESA E DATA - NACIONAIS ('N')
      *    E LOCAIS/MUNICIPAIS ('L'). DIA DE FERIADO E DIA DE DESCANSO
      *    PARA O DSR E NAO E DIA DE TRABALHO PARA O VALE-TRANSPORTE
       FD FERIADO1.
       01 FRD-REGISTRO.
           02 FRD-CHAVE.
               03 FRD-EMPRESA PIC 9(02).
               03 FRD-DATA.
                   04 FRD-ANO PIC 9(4).
                   04 FRD-MES PIC 99.
                   04 FRD-DIA PIC 99.
           02 FRD-DADOS.
               03 FRD-TIPO PIC X.
                   88 FRD-NACIONAL VALUE 'N'.
                   88 FRD-LOCAL    VALUE 'L'.
               03 FRD-DESCRICAO PIC X(30).

      *    TABELA DE CARGOS POR EMPRESA - TITULO (GRAVADO COMO FUNCAO
      *    NA FOLHA E NO MASTER) E FAIXA SALARIAL MINIMA/MAXIMA
       FD CARGOS1.
       01 CRG-REGISTRO.
           02 CRG-CHAVE.
               03 CRG-EMPRESA PIC 9(02).
               03 CRG-CODIGO PIC 9(4).
           02 CRG-DADOS.
               03 CRG-TITULO PIC X(30).
               03 CRG-SAL-MIN PIC 9(6)V9(2).
               03 CRG-SAL-MAX PIC 9(6)V9(2).

      *    HISTORICO SALARIAL - UMA ALTERACAO DE SALARIO E/OU CARGO POR
      *    REGISTRO, NA ORDEM DA VIGENCIA (HSA-HORA SO DESEMPATA DUAS
      *    ALTERACOES NA MESMA DATA)
       FD HISTSAL1.
       01 HSA-REGISTRO.
           02 HSA-CHAVE.
               03 HSA-EMPRESA PIC 9(02).
               03 HSA-MAT PIC 9(5).
               03 HSA-VIGENCIA.
                   04 HSA-VIG-ANO PIC 9(4).
                   04 HSA-VIG-MES PIC 99.
                   04 HSA-VIG-DIA PIC 99.
               03 HSA-HORA PIC 9(8).
           02 HSA-DADOS.
               03 HSA-SAL-ANT PIC 9(6)V9(2).
               03 HSA-SAL-NOVO PIC 9(6)V9(2).
               03 HSA-CARGO-ANT PIC 9(4).
               03 HSA-CARGO-NOVO PIC 9(4).
               03 HSA-MOTIVO PIC X.
                   88 HSA-ADMISSAO VALUE 'A'.
                   88 HSA-PROMOCAO VALUE 'P'.
                   88 HSA-MERITO   VALUE 'M'.
                   88 HSA-DISSIDIO VALUE 'D'.
                   88 HSA-CORRECAO VALUE 'C'.
               03 HSA-DATA-GRAV PIC 9(8).
               03 HSA-OPERADOR PIC X(10).

      *    EVOLUCAO SALARIAL DE UMA MATRICULA (OPCAO T)
       FD HISTREL1.
       01 HSR-LINHA PIC X(100).

      *    DIARIO DE IMAGENS ANTES/DEPOIS DE TODA GRAVACAO, REGRAVACAO
      *    E EXCLUSAO EM FOLHA1, FUNCIONARIOS E BHLANC1, DOS CONTRATOS
      *    DE CONSIG1 BAIXADOS NO REPASSE, ENCERRADOS NA RESCISAO OU
      *    LEVADOS NA TRANSFERENCIA ENTRE EMPRESAS, E DAS COPIAS DA
      *    TRANSFERENCIA EM FERIAS1, AFAST1, PENSAO1 E VTRANS1. A CHAVE
      *    E O COMPLEMENTO DA SEQUENCIA (999999999 - JRN-SEQ), PARA A
      *    LEITURA SEQUENCIAL ANDAR DO LANCAMENTO MAIS NOVO PARA O MAIS
      *    ANTIGO, QUE E A ORDEM EM QUE A RECUPERACAO DESFAZ AS
      *    ALTERACOES
       FD JORNAL1.
       01 JRN-REGISTRO.
           02 JRN-CHAVE.
               03 JRN-SEQ-INV PIC 9(9).
           02 JRN-SEQ PIC 9(9).
           02 JRN-EXECUCAO PIC 9(7).
           02 JRN-MOMENTO.
               03 JRN-DATA.
                   04 JRN-ANO PIC 9(4).
                   04 JRN-MES PIC 99.
                   04 JRN-DIA PIC 99.
               03 JRN-HORA.
                   04 JRN-HH PIC 99.
                   04 JRN-MI PIC 99.
                   04 JRN-SS PIC 99.
                   04 JRN-CC PIC 99.
           02 JRN-OPERADOR PIC X(10).
           02 JRN-OPCAO PIC X.
               88 JRN-OPC-ARQUIVO VALUE 'V'.
           02 JRN-ARQUIVO PIC X.
               88 JRN-ARQ-FOLHA  VALUE 'F'.
               88 JRN-ARQ-MASTER VALUE 'M'.
               88 JRN-ARQ-CONSIG VALUE 'C'.
               88 JRN-ARQ-FERIAS VALUE 'E'.
               88 JRN-ARQ-AFAST  VALUE 'A'.
               88 JRN-ARQ-PENSAO VALUE 'P'.
               88 JRN-ARQ-VTRANS VALUE 'V'.
               88 JRN-ARQ-BANCO  VALUE 'B'.
           02 JRN-OPERACAO PIC X.
               88 JRN-OP-INCLUSAO  VALUE 'I'.
               88 JRN-OP-ALTERACAO VALUE 'A'.
               88 JRN-OP-EXCLUSAO  VALUE 'E'.
      *        IMAGENS DO REGISTRO DO ARQUIVO DE JRN-ARQUIVO, COM
      *        FOLGA PARA O CRESCIMENTO DOS LAYOUTS. INCLUSAO NAO TEM
      *        ANTES E EXCLUSAO NAO TEM DEPOIS (ESPACOS)
           02 JRN-ANTES PIC X(400).
           02 JRN-DEPOIS PIC X(400).

      *    RELATORIO DOS REGISTROS RESTAURADOS PELA RECUPERACAO
       FD RECUP1.
       01 RCP-LINHA PIC X(120).

      *    IMAGEM DE FS-COLABORADOR (MESMA CHAVE NA FRENTE), COM FOLGA
      *    PARA O CRESCIMENTO DO LAYOUT COMO NO DIARIO - A GRAVACAO E
      *    A LEITURA SAO POR MOVE DO REGISTRO INTEIRO
       FD FOLHAHIST1.
       01 FH-REGISTRO.
           02 FH-CHAVE.
               03 FH-EMPRESA PIC 9(02).
               03 FH-REF-MES PIC 99.
               03 FH-REF-ANO PIC 9999.
               03 FH-MAT PIC 9(5).
           02 FH-DADOS PIC X(387).

      *    RELATORIO DE CONTROLE DO ARQUIVAMENTO/RESTAURACAO POR ANO
       FD ARQREL1.
       01 ARR-LINHA PIC X(120).

      *    FOLHA CONSOLIDADA DO GRUPO (TODAS AS EMPRESAS DE FOLHA1)
       FD GRUPO1.
       01 GRP-LINHA PIC X(120).

      *    TABELA DO IRRF EXCLUSIVO NA FONTE DA PLR, POR ANO DO
      *    PAGAMENTO - A BASE E A PLR SOMADA NO ANO, SEM ABATER INSS
      *    NEM DEPENDENTES, E NAO PASSA POR CALCULA-ENCARGOS
       FD TABPLR1.
       01 TPL-REGISTRO.
           02 TPL-CHAVE.
               03 TPL-EMPRESA PIC 9(02).
               03 TPL-ANO PIC 9999.
           02 TPL-FX1  PIC 9(6)V99.
           02 TPL-FX2  PIC 9(6)V99.
           02 TPL-FX3  PIC 9(6)V99.
           02 TPL-FX4  PIC 9(6)V99.
           02 TPL-ALQ1 PIC V999.
           02 TPL-ALQ2 PIC V999.
           02 TPL-ALQ3 PIC V999.
           02 TPL-ALQ4 PIC V999.
           02 TPL-DED1 PIC 9(4)V99.
           02 TPL-DED2 PIC 9(4)V99.
           02 TPL-DED3 PIC 9(4)V99.
           02 TPL-DED4 PIC 9(4)V99.

      *    UMA PARCELA DE PLR PAGA - VALOR BRUTO, BASE DO IRRF
      *    ACUMULADA NO ANO DO PAGAMENTO E IRRF RETIDO NA PARCELA
       FD PLR1.
       01 PLR-REGISTRO.
           02 PLR-CHAVE.
               03 PLR-EMPRESA PIC 9(02).
               03 PLR-MAT PIC 9(5).
               03 PLR-ANO PIC 9999.
               03 PLR-MES PIC 99.
           02 PLR-NOME PIC X(35).
           02 PLR-ANO-BASE PIC 9999.
           02 PLR-REGRA PIC X.
           02 PLR-MESES PIC 99.
           02 PLR-SALARIO PIC 9(6)V99.
           02 PLR-VALOR PIC 9(6)V99.
           02 PLR-BASE PIC 9(7)V99.
           02 PLR-IRRF PIC 9(6)V99.
           02 PLR-LIQUIDO PIC 9(6)V99.

      *    DEMONSTRATIVO DA PLR - UM BLOCO POR EMPREGADO
       FD PLRREL1.
       01 PLRR-LINHA PIC X(100).

      *    REMESSA BANCARIA DA PLR - MESMO LAYOUT '0'/'1'/'9' DE
      *    REMESSA1, COM O LIQUIDO DA PARCELA
       FD PLRREM1.
       01 PLRREM-LINHA PIC X(80).

      *    LANCAMENTOS DO BANCO DE HORAS POR MATRICULA, EM ORDEM DE
      *    COMPETENCIA. O CREDITO DA COMPETENCIA (HORAS DAS FOLHAS 'B'
      *    DO MES) E UM SO, COM SEQUENCIA ZERO, E GUARDA EM BHL-SALDO
      *    QUANTO DELE AINDA NAO FOI COMPENSADO NEM VENCEU; DEBITOS E
      *    VENCIMENTOS TEM SEQUENCIA DE 1 EM DIANTE. MAE-SALDO-HORAS
      *    CONTINUA SENDO O SALDO CORRENTE DO EMPREGADO
       FD BHLANC1.
       01 BHL-REGISTRO.
           02 BHL-CHAVE.
               03 BHL-EMPRESA PIC 9(02).
               03 BHL-MAT PIC 9(5).
               03 BHL-ANO PIC 9999.
               03 BHL-MES PIC 99.
               03 BHL-SEQ PIC 999.
           02 BHL-TIPO PIC X.
               88 BHL-CREDITO    VALUE 'C'.
               88 BHL-DEBITO     VALUE 'D'.
               88 BHL-VENCIMENTO VALUE 'V'.
      *        ORIGEM - 'L' FOLHA LANCADA COM HORA EXTRA NO BANCO, 'F'
      *        FOLGA E 'P' PAGAMENTO PELA OPCAO F, 'T' TRANSFERENCIA
      *        ENTRE EMPRESAS DO GRUPO
           02 BHL-ORIGEM PIC X.
               88 BHL-ORIG-FOLHA   VALUE 'L'.
               88 BHL-ORIG-FOLGA   VALUE 'F'.
               88 BHL-ORIG-PAGTO   VALUE 'P'.
               88 BHL-ORIG-TRANSF  VALUE 'T'.
           02 BHL-DATA.
               03 BHL-DATA-ANO PIC 9999.
               03 BHL-DATA-MES PIC 99.
               03 BHL-DATA-DIA PIC 99.
           02 BHL-HORAS PIC 9(4)V9(2).
           02 BHL-SALDO PIC 9(4)V9(2).

      *    LISTAGEM DO VENCIMENTO DO BANCO DE HORAS DA COMPETENCIA
       FD BHVENC1.
       01 BHV-LINHA PIC X(100).

      *    EXTRATO DO BANCO DE HORAS POR MATRICULA
       FD BHEXT1.
       01 BHX-LINHA PIC X(100).

      *    REGISTRO DE TRABALHO DO SORT DO REPASSE DO CONSIGNADO -
      *    ORDENA POR BANCO CREDOR PARA A QUEBRA DE LOTE
       SD ORDENA2.
       01 OCN-REGISTRO.
           02 OCN-BANCO PIC 9(03).
           02 OCN-MAT PIC 9(05).
           02 OCN-CONTRATO PIC 9(10).
           02 OCN-NOME PIC X(35).
           02 OCN-TIPO PIC X.
           02 OCN-RESTANTES PIC 9(03).
           02 OCN-VALOR PIC 9(6)V9(2).

       SD ORDENA1.
       01 ORD-REGISTRO.
           02 ORD-NOME PIC X(35).
           02 ORD-MAT PIC 9(05).
           02 ORD-HE100 PIC 9(6)V9(2).
           02 ORD-SALBR PIC 9(6)V9(2).
           02 ORD-INSS PIC 9(6)V9(2).
           02 ORD-IRRF PIC 9(6)V9(2).
           88 GERA-ADIANTAMENTO VALUE 'M' 'm'.
           88 SIMULADOR VALUE 'N' 'n'.
           88 GERA-MOVIMENTACAO VALUE 'O' 'o'.
           88 LANCAR-CONSIGNADO VALUE 'P' 'p'.
           88 LANCAR-VALE-TRANSP VALUE 'Q' 'q'.
           88 LANCAR-ADICIONAIS VALUE 'R' 'r'.
           88 LANCAR-FERIADOS VALUE 'S' 's'.
           88 LANCAR-CARGOS VALUE 'T' 't'.
           88 RECUPERA-DIARIO VALUE 'U' 'u'.
           88 ARQUIVO-ANUAL VALUE 'V' 'v'.
           88 TRANSF-GRUPO VALUE 'W' 'w'.
           88 PLR-PAGAMENTO VALUE 'Y' 'y'.
           88 BANCO-VENC-EXTRATO VALUE 'Z' 'z'.
           88 SAIR VALUE 'X' 'x'.
       77  WS-FIM-ARQ PIC X.
           88 FIM-ARQ VALUE 'S'.
           88 FER-OK         VALUE ZEROS.
           88 FER-NAO-EXISTE VALUE 35.
       77  WS-FER-MESES-ADM PIC S999.
       77  WS-FER-REMUN PIC 9(6)V99.
      *    CAMPOS PARA PROCURAR O PERIODO DE FERIAS ANTERIOR DA MESMA
      *    MATRICULA (BASE DO PRAZO CONCESSIVO, EM VEZ DO ANIVERSARIO
      *    DE ADMISSAO, A PARTIR DO SEGUNDO PERIODO)
           02 FILLER            PIC V999    VALUE 0,200.
           02 FILLER            PIC V999    VALUE 0,020.
           02 FILLER            PIC V999    VALUE 0,058.
           02 FILLER            PIC 9(6)V99 VALUE 880,00.
      *    ANOS DE REFERENCIA QUE CAIRAM NAS FAIXAS-PADRAO POR NAO TER
      *    REGISTRO PROPRIO EM TABELA - ANOTADOS POR CARREGA-TABELA E
      *    AVISADOS NO FIM DO RELATORIO MENSAL E DA CARGA EM LOTE,
       77  WS-PRV-DECIMO    PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-PRV-ENCARGOS  PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-PRV-ALQ-ENC   PIC V999 VALUE ZEROS.
       77  WS-PRV-BASE      PIC 9(6)V99 VALUE ZEROS.
       77  WS-PRV-QTDE      PIC 9(05) VALUE ZEROS.
       77  WS-PRV-TOTAL     PIC 9(10)V9(02) VALUE ZEROS.
       77  WS-PRV-VALOR     PIC 9(08)V9(02) VALUE ZEROS.
           88 REL-ORD-MATRICULA  VALUE 'M' 'm'.
           88 REL-ORD-ALFABETICA VALUE 'A' 'a'.
       77  WS-REL-QTDE PIC 9(05) VALUE ZEROS.
       77  WS-REL-TOT-HE100 PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-REL-TOT-SALBR PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-REL-TOT-INSS  PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-REL-TOT-IRRF  PIC 9(08)V9(02) VALUE ZEROS.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(20) VALUE 'MATRICULA'.
           02 FILLER            PIC X(35) VALUE 'NOME'.
           02 FILLER            PIC X(12) VALUE 'H.E. 100%'.
           02 FILLER            PIC X(12) VALUE 'SAL. BRUTO'.
           02 FILLER            PIC X(12) VALUE 'INSS'.
           02 FILLER            PIC X(12) VALUE 'IRRF'.
           02 REL-DET-MAT       PIC 9(05).
           02 FILLER            PIC X(15) VALUE SPACES.
           02 REL-DET-NOME      PIC X(35).
           02 REL-DET-HE100     PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 REL-DET-SALBR     PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 REL-DET-INSS      PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(25) VALUE 'TOTAIS DO MES:'.
           02 FILLER            PIC X(15) VALUE SPACES.
           02 REL-ROD-HE100     PIC ZZ.ZZZ.ZZ9,99.
           02 REL-ROD-SALBR     PIC ZZ.ZZZ.ZZ9,99.
           02 REL-ROD-INSS      PIC ZZ.ZZZ.ZZ9,99.
           02 REL-ROD-IRRF      PIC ZZ.ZZZ.ZZ9,99.
      *    INSS/IRRF NESTA VERSAO), E A BUSCA DO PERIODO AQUISITIVO
      *    ANTERIOR EM FERIAS1 SEGUE O MESMO PADRAO DO PARAGRAFO FERIAS
       77  WS-RESC-MAT           PIC 9(05).
      *    MATRICULA DA VEZ NA SOMA DO FGTS (A DA RESCISAO E AS DE
      *    ORIGEM, EM CASO DE TRANSFERENCIA ENTRE EMPRESAS DO GRUPO)
       77  WS-RESC-FGTS-EMP      PIC 9(02).
       77  WS-RESC-FGTS-MAT      PIC 9(05).
       77  WS-RESC-FGTS-ELOS     PIC 99.
       77  WS-RESC-TIPO          PIC X.
           88 RESC-SEM-JUSTA-CAUSA VALUE '1'.
           88 RESC-PEDIDO-DEMISSAO VALUE '2'.
       77  WS-RESC-DESL-MES      PIC 99.
       77  WS-RESC-DESL-ANO      PIC 9999.
       77  WS-RESC-SALBA         PIC 9(6)V99.
       77  WS-RESC-REMUN         PIC 9(6)V99.
       77  WS-RESC-SALDO-SALARIO PIC 9(6)V99.
       77  WS-RESC-AVISO-DIAS    PIC 9(3).
       77  WS-RESC-AVISO         PIC 9(6)V99.
           02 RESC-CAB-NOME     PIC X(35).
           02 FILLER            PIC X(15) VALUE 'TIPO:'.
           02 RESC-CAB-TIPO     PIC X(25).
      *    SALDO DEVEDOR DO CONSIGNADO (PARCELA X PARCELAS QUE FALTAM
      *    DOS CONTRATOS ATIVOS) E O QUE DELE CABE NO TRCT - O
      *    DESCONTO FICA LIMITADO A 35% DAS VERBAS RESCISORIAS
       77  WS-RESC-BRUTO         PIC 9(08)V9(02).
       77  WS-RESC-CONSIG-SALDO  PIC 9(08)V9(02).
       77  WS-RESC-CONSIG-LIMITE PIC 9(08)V9(02).
       77  WS-RESC-CONSIG        PIC 9(08)V9(02).
       77  WS-RESC-CONSIG-RESTO  PIC 9(08)V9(02).
       77  WS-RESC-CONSIG-CONTR  PIC 9(08)V9(02).
      *    PARCELAS JA DESCONTADAS EM FOLHA ATE A SAIDA E AS QUE FALTAM,
      *    CONTADAS PELAS DATAS DO CONTRATO COMO CONSIG-VIGENTE FAZ
       77  WS-RESC-CONSIG-PAGAS  PIC S9(05).
       77  WS-RESC-CONSIG-FALTA  PIC 9(03).
       01  WS-RESC-LIN.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 RESC-LIN-DESCR    PIC X(30).
       77  WS-EXT-TOT-INSS       PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-EXT-TOT-IRRF       PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-EXT-TOT-LIQ        PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-EXT-MESES          PIC 99 VALUE ZEROS.
      *    MES DO REGISTRO CORRENTE DE FOLHA1 E DO ARQUIVO MORTO NO
      *    BALANCEAMENTO DAS DUAS LEITURAS (99 = ACABOU)
       77  WS-EXT-MES-FS         PIC 99.
           88 EXT-FS-FIM VALUE 99.
       77  WS-EXT-MES-FH         PIC 99.
           88 EXT-FH-FIM VALUE 99.
       77  WS-EXT-FS-SALVA       PIC X(400).
       01  WS-EXT-CAB.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(30) VALUE
           02 EXT-ROD-IRRF      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 EXT-ROD-LIQ       PIC ZZ.ZZZ.ZZ9,99.
      *    PLR PAGA NO ANO (COMPETENCIA DO PAGAMENTO) - LINHAS COM
      *    CODIGO PROPRIO E TOTAL A PARTE, FORA DOS TOTAIS DA FOLHA
      *    (TRIBUTACAO EXCLUSIVA, SEM INSS)
       01  WS-EXT-PLR.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 EXT-PLR-MES       PIC 99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'PLR'.
           02 EXT-PLR-BRUTO     PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(12) VALUE SPACES.
           02 EXT-PLR-IRRF      PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 EXT-PLR-LIQ       PIC ZZZ.ZZ9,99.
       01  WS-EXT-ROD-PLR.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(14) VALUE 'TOTAIS PLR:'.
           02 FILLER            PIC X(06) VALUE SPACES.
           02 EXT-RPL-BRUTO     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(15) VALUE SPACES.
           02 EXT-RPL-IRRF      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 EXT-RPL-LIQ       PIC ZZ.ZZZ.ZZ9,99.
      *    CAMPOS DA EXPORTACAO ANUAL ESOCIAL/DIRF (OPCAO E) - UM
      *    DETALHE POR MATRICULA COM OS TOTAIS DO ANO, ACUMULADOS
      *    NUMA UNICA PASSADA SEQUENCIAL DE FOLHA1 PELA CHAVE
       77  WS-EXP-MAT-ATUAL  PIC 9(05) VALUE ZEROS.
       77  WS-EXP-NOME       PIC X(35).
       77  WS-EXP-MESES      PIC 99 VALUE ZEROS.
      *    MATRICULA + ANO + MES DO REGISTRO CORRENTE DE FOLHA1 E DO
      *    ARQUIVO MORTO NO BALANCEAMENTO DAS DUAS LEITURAS (NOVES =
      *    ACABOU)
       77  WS-EXP-CHV-FS     PIC 9(11).
           88 EXP-FS-FIM VALUE 99999999999.
       77  WS-EXP-CHV-FH     PIC 9(11).
           88 EXP-FH-FIM VALUE 99999999999.
       77  WS-EXP-FS-SALVA   PIC X(400).
       77  WS-EXP-QTDE       PIC 9(05) VALUE ZEROS.
       77  WS-EXP-FUNC-BRUTO PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-EXP-FUNC-INSS  PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-EXP-TOT-BRUTO  PIC 9(10)V9(02) VALUE ZEROS.
       77  WS-EXP-TOT-INSS   PIC 9(10)V9(02) VALUE ZEROS.
       77  WS-EXP-TOT-IRRF   PIC 9(10)V9(02) VALUE ZEROS.
       77  WS-EXP-PLR-VALOR  PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-EXP-PLR-IRRF   PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-EXP-CAB.
           02 FILLER            PIC X(01) VALUE '0'.
           02 FILLER            PIC X(20) VALUE 'EXPORTACAO ANUAL'.
           02 EXP-DET-INSS      PIC 9(10).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 EXP-DET-IRRF      PIC 9(10).
      *    PLR DO ANO DA MATRICULA - MESMAS POSICOES DO DETALHE '1',
      *    COM O VALOR PAGO NO LUGAR DO BRUTO E O INSS SEMPRE ZERO
       01  WS-EXP-PLR.
           02 FILLER            PIC X(01) VALUE '2'.
           02 EXP-PLR-MAT       PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 EXP-PLR-NOME      PIC X(35).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 EXP-PLR-VALOR     PIC 9(10).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 FILLER            PIC 9(10) VALUE ZEROS.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 EXP-PLR-IRRF      PIC 9(10).
       01  WS-EXP-ROD.
           02 FILLER            PIC X(01) VALUE '9'.
           02 FILLER            PIC X(11) VALUE 'REGISTROS:'.
           02 FILLER            PIC X(23) VALUE
               'SALDO APOS LANCAMENTO:'.
           02 BH-ROD-SALDO      PIC ZZZ9,99.
      *    LANCAMENTOS DATADOS DO BANCO DE HORAS (BHLANC1). O SALDO DE
      *    MAE-SALDO-HORAS QUE NAO TEM CREDITO DATADO POR TRAS (HORAS
      *    ACUMULADAS ANTES DOS LANCAMENTOS EXISTIREM) E TRATADO COMO O
      *    MAIS ANTIGO: UM DEBITO CONSOME ESSE SALDO PRIMEIRO E SO O
      *    QUE PASSAR DELE BAIXA OS CREDITOS, DO MAIS ANTIGO AO MAIS
      *    NOVO. ESSE SALDO SEM DATA NAO VENCE SOZINHO
       77  WS-BHL-STAT PIC 9(02).
           88 BHL-OK         VALUE ZEROS.
           88 BHL-NAO-EXISTE VALUE 35.
       77  WS-BHL-EMPRESA   PIC 9(02).
       77  WS-BHL-MAT       PIC 9(05).
       77  WS-BHL-ANO       PIC 9999.
       77  WS-BHL-MES       PIC 99.
       77  WS-BHL-SEQ       PIC 999.
       77  WS-BHL-TIPO      PIC X.
       77  WS-BHL-ORIGEM    PIC X.
       77  WS-BHL-HORAS     PIC 9(4)V9(2).
       77  WS-BHL-CONSUMIR  PIC 9(4)V9(2).
       77  WS-BHL-SALDO-MAE PIC 9(4)V9(2).
       77  WS-BHL-SOMA      PIC 9(5)V9(2).
       77  WS-BHL-TOTAL     PIC 9(5)V9(2).
       77  WS-BHL-LEGADO    PIC 9(5)V9(2).
       77  WS-BHL-ANT       PIC 99.
       77  WS-BHL-NOVO      PIC 99.
       77  WS-BHL-FIM PIC X.
           88 BHL-FIM VALUE 'S'.
       77  WS-BHL-CHAVE-SALVA PIC X(16).
       01  WS-BHL-HOJE.
           02 WS-BHL-HOJE-ANO   PIC 9999.
           02 WS-BHL-HOJE-MES   PIC 99.
           02 WS-BHL-HOJE-DIA   PIC 99.
      *    VENCIMENTO E EXTRATO DO BANCO DE HORAS (OPCAO Z). NA
      *    COMPETENCIA MM/AAAA VENCEM OS CREDITOS DE MM/AAAA MENOS SEIS
      *    MESES E ANTERIORES QUE AINDA TEM SALDO; AS HORAS SAO PAGAS
      *    NA FOLHA DA COMPETENCIA (FS-HE-VENC) E SAEM DO SALDO. RODAR
      *    DE NOVO A MESMA COMPETENCIA NAO PAGA NADA EM DOBRO, PORQUE
      *    OS CREDITOS VENCIDOS JA FICARAM COM SALDO ZERO
       77  WS-BHV-TIPO PIC X.
           88 BHV-TIPO-VENCIMENTO VALUE 'V' 'v'.
           88 BHV-TIPO-EXTRATO    VALUE 'E' 'e'.
       77  WS-BHV-LIMITE    PIC 9(06).
       77  WS-BHV-IDX       PIC 9(06).
       77  WS-BHV-HORAS     PIC 9(4)V9(2).
       77  WS-BHV-VALOR     PIC 9(6)V9(2).
       77  WS-BHV-GRAVA PIC X.
           88 BHV-GRAVA VALUE 'S'.
       77  WS-BHV-QTDE      PIC 9(05).
       77  WS-BHV-PEND      PIC 9(05).
       77  WS-BHV-TOT-HORAS PIC 9(6)V9(2).
       77  WS-BHV-TOT-VALOR PIC 9(8)V9(2).
       01  WS-BHV-CAB.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(33) VALUE
               'VENCIMENTO DO BANCO DE HORAS'.
           02 FILLER            PIC X(09) VALUE 'EMPRESA:'.
           02 BHV-CAB-EMPRESA   PIC 99.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(13) VALUE 'COMPETENCIA:'.
           02 BHV-CAB-MES       PIC 99.
           02 FILLER            PIC X VALUE '/'.
           02 BHV-CAB-ANO       PIC 9999.
       01  WS-BHV-CAB2.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE 'MATRICULA'.
           02 FILLER            PIC X(37) VALUE 'NOME'.
           02 FILLER            PIC X(12) VALUE 'CREDITO DE'.
           02 FILLER            PIC X(10) VALUE 'HORAS'.
           02 FILLER            PIC X(10) VALUE 'VALOR'.
       01  WS-BHV-DET.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 BHV-DET-MAT       PIC 9(05).
           02 FILLER            PIC X(06) VALUE SPACES.
           02 BHV-DET-NOME      PIC X(35).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 BHV-DET-MES       PIC 99.
           02 FILLER            PIC X VALUE '/'.
           02 BHV-DET-ANO       PIC 9999.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 BHV-DET-HORAS     PIC ZZZ9,99.
      *    TOTAL DO EMPREGADO, PAGO NA FOLHA DA COMPETENCIA
       01  WS-BHV-TOT.
           02 FILLER            PIC X(16) VALUE SPACES.
           02 FILLER            PIC X(49) VALUE
               'PAGO NA FOLHA DA COMPETENCIA'.
           02 BHV-TOT-HORAS     PIC ZZZ9,99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 BHV-TOT-VALOR     PIC ZZZ.ZZ9,99.
      *    VENCEU MAS NAO HA FOLHA DA COMPETENCIA PARA PAGAR - NADA E
      *    BAIXADO; RODAR DE NOVO DEPOIS DE LANCAR A FOLHA
       01  WS-BHV-PENDENTE.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 BHV-PEN-MAT       PIC 9(05).
           02 FILLER            PIC X(06) VALUE SPACES.
           02 BHV-PEN-NOME      PIC X(35).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(26) VALUE
               'SEM FOLHA - NAO VENCIDO'.
           02 BHV-PEN-HORAS     PIC ZZZ9,99.
       01  WS-BHV-ROD.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE 'EMPREGADOS:'.
           02 BHV-ROD-QTDE      PIC ZZZZ9.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE 'HORAS:'.
           02 BHV-ROD-HORAS     PIC ZZZZZ9,99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE 'VALOR:'.
           02 BHV-ROD-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE 'PENDENTES:'.
           02 BHV-ROD-PEND      PIC ZZZZ9.
      *    EXTRATO: LANCAMENTOS ANTERIORES A COMPETENCIA INICIAL FORMAM
      *    O SALDO INICIAL; OS DO PERIODO SAO LISTADOS E SOMADOS
       77  WS-BHX-MES-INI   PIC 99.
       77  WS-BHX-ANO-INI   PIC 9999.
       77  WS-BHX-MES-FIM   PIC 99.
       77  WS-BHX-ANO-FIM   PIC 9999.
       77  WS-BHX-INI       PIC 9(06).
       77  WS-BHX-FIM       PIC 9(06).
       77  WS-BHX-ABERTURA  PIC S9(5)V9(2).
       77  WS-BHX-CREDITOS  PIC 9(5)V9(2).
       77  WS-BHX-DEBITOS   PIC 9(5)V9(2).
       77  WS-BHX-VENCIDOS  PIC 9(5)V9(2).
       77  WS-BHX-FECHAMENTO PIC S9(5)V9(2).
       01  WS-BHX-CAB.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(30) VALUE
               'EXTRATO DO BANCO DE HORAS'.
           02 FILLER            PIC X(11) VALUE 'MATRICULA:'.
           02 BHX-CAB-MAT       PIC 9(05).
           02 FILLER            PIC X(03) VALUE SPACES.
           02 BHX-CAB-NOME      PIC X(35).
       01  WS-BHX-CAB2.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE 'PERIODO:'.
           02 BHX-CAB-MES-INI   PIC 99.
           02 FILLER            PIC X VALUE '/'.
           02 BHX-CAB-ANO-INI   PIC 9999.
           02 FILLER            PIC X(03) VALUE ' A '.
           02 BHX-CAB-MES-FIM   PIC 99.
           02 FILLER            PIC X VALUE '/'.
           02 BHX-CAB-ANO-FIM   PIC 9999.
       01  WS-BHX-CAB3.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE 'COMPET.'.
           02 FILLER            PIC X(13) VALUE 'DATA'.
           02 FILLER            PIC X(32) VALUE 'LANCAMENTO'.
           02 FILLER            PIC X(07) VALUE 'HORAS'.
       01  WS-BHX-DET.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 BHX-DET-MES       PIC 99.
           02 FILLER            PIC X VALUE '/'.
           02 BHX-DET-ANO       PIC 9999.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 BHX-DET-DIA       PIC 99.
           02 FILLER            PIC X VALUE '/'.
           02 BHX-DET-DMES      PIC 99.
           02 FILLER            PIC X VALUE '/'.
           02 BHX-DET-DANO      PIC 9999.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 BHX-DET-DESC      PIC X(30).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 BHX-DET-SINAL     PIC X.
           02 BHX-DET-HORAS     PIC ZZZ9,99.
       01  WS-BHX-RES.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 BHX-RES-DESC      PIC X(30).
           02 BHX-RES-HORAS     PIC -ZZZZ9,99.
      *    CAMPOS DO EMPRESTIMO CONSIGNADO (OPCAO P). UM CONTRATO TEM
      *    PARCELA A DESCONTAR NA COMPETENCIA WS-CON-ANO/WS-CON-MES
      *    QUANDO ELA CAI ENTRE A PRIMEIRA E A ULTIMA PARCELA (INICIO
      *    + QTDE - 1) E ANTES DO ENCERRAMENTO - A REGRA SO DEPENDE DO
      *    CONTRATO, ENTAO RECALCULAR UMA FOLHA ANTIGA DA O MESMO VALOR
       77  WS-CON-STAT PIC 9(02).
           88 CON-OK         VALUE ZEROS.
           88 CON-NAO-EXISTE VALUE 35.
       77  WS-CON-FIM-VARRE PIC X.
           88 CON-FIM-VARREDURA VALUE 'S'.
       77  WS-CON-ACHADO PIC X.
           88 CON-ACHADO VALUE 'S'.
       77  WS-CON-VIGENTE PIC X.
           88 CON-VIGENTE VALUE 'S'.
       77  WS-CON-ACHOU-FOLHA PIC X.
           88 CON-ACHOU-FOLHA VALUE 'S'.
       77  WS-CON-TIPO PIC X.
           88 CON-TIPO-CONTRATO VALUE 'C' 'c'.
           88 CON-TIPO-REPASSE  VALUE 'R' 'r'.
       77  WS-CON-EMP-BUSCA PIC 9(02).
       77  WS-CON-MAT-BUSCA PIC 9(05).
       77  WS-CON-ANO       PIC 9999.
       77  WS-CON-MES       PIC 99.
       77  WS-CON-COMP      PIC 9(06).
       77  WS-CON-ENC-COMP  PIC 9(06).
       77  WS-CON-ULT-COMP  PIC 9(06).
       77  WS-CON-MESES     PIC S9(05).
      *    CONTRATO QUE NAO ENTRA NA SOMA DE CONSIG-SOMA-MAT (O PROPRIO
      *    CONTRATO EM MANUTENCAO NA CONFERENCIA DA MARGEM)
       77  WS-CON-EXCLUI    PIC 9(10).
       77  WS-CON-SOMA      PIC 9(08)V9(02).
      *    MARGEM CONSIGNAVEL: 35% DA REMUNERACAO DISPONIVEL (BRUTO
      *    MENOS INSS E IRRF) DA FOLHA MAIS RECENTE DA MATRICULA
       77  WS-CON-BASE      PIC 9(08)V9(02).
       77  WS-CON-MARGEM    PIC 9(08)V9(02).
      *    GUARDA O CONTRATO DIGITADO ENQUANTO A VARREDURA DA MARGEM
      *    SOBRESCREVE CON-REGISTRO (MESMA MANOBRA DE WS-AFA-SALVO)
       01  WS-CON-SALVO     PIC X(61).
      *    QUEBRA POR BANCO NO REPASSE (LOTE '0'/'1'/'9' POR BANCO)
       77  WS-CON-BANCO-ATUAL PIC 9(03).
       77  WS-CON-LOTE-ABERTO PIC X.
           88 CON-LOTE-ABERTO VALUE 'S'.
       77  WS-CON-LOTE-QTDE  PIC 9(05) VALUE ZEROS.
       77  WS-CON-LOTE-TOTAL PIC 9(08)V9(02) VALUE ZEROS.
       77  WS-CON-GER-QTDE   PIC 9(05) VALUE ZEROS.
       77  WS-CON-GER-TOTAL  PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-RCN-CAB.
           02 FILLER            PIC X(01) VALUE '0'.
           02 FILLER            PIC X(20) VALUE 'REPASSE CONSIGNADO'.
           02 FILLER            PIC X(07) VALUE 'BANCO:'.
           02 RCN-CAB-BANCO     PIC 9(03).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE 'EMPRESA:'.
           02 RCN-CAB-EMPRESA   PIC 9(02).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE 'REFERENCIA:'.
           02 RCN-CAB-MES       PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCN-CAB-ANO       PIC 9999.
      *    RCN-DET-TIPO: P = PARCELA DO MES, Q = QUITACAO NA RESCISAO
       01  WS-RCN-DET.
           02 FILLER            PIC X(01) VALUE '1'.
           02 RCN-DET-CONTRATO  PIC 9(10).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCN-DET-MAT       PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCN-DET-NOME      PIC X(35).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCN-DET-TIPO      PIC X(01).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCN-DET-RESTANTES PIC 9(03).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCN-DET-VALOR     PIC 9(08).
       01  WS-RCN-ROD.
           02 FILLER            PIC X(01) VALUE '9'.
           02 FILLER            PIC X(11) VALUE 'REGISTROS:'.
           02 RCN-ROD-QTDE      PIC 9(05).
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE 'VALOR TOTAL:'.
           02 RCN-ROD-VALOR     PIC 9(10).
       01  WS-RCNR-CAB.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(42) VALUE
               'REPASSE DE EMPRESTIMO CONSIGNADO'.
           02 FILLER            PIC X(12) VALUE 'REFERENCIA:'.
           02 RCNR-CAB-MES      PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCNR-CAB-ANO      PIC 9999.
       01  WS-RCNR-BANCO.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(14) VALUE 'BANCO CREDOR:'.
           02 RCNR-BCO-BANCO    PIC 9(03).
       01  WS-RCNR-DET.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 RCNR-DET-MAT      PIC 9(05).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RCNR-DET-NOME     PIC X(35).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE 'CONTRATO:'.
           02 RCNR-DET-CONTRATO PIC 9(10).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RCNR-DET-HIST     PIC X(15).
           02 FILLER            PIC X(08) VALUE 'RESTAM:'.
           02 RCNR-DET-RESTANTES PIC ZZ9.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RCNR-DET-VALOR    PIC ZZZ.ZZ9,99.
       01  WS-RCNR-SUB.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 RCNR-SUB-DESCR    PIC X(20).
           02 FILLER            PIC X(11) VALUE 'CONTRATOS:'.
           02 RCNR-SUB-QTDE     PIC ZZZZ9.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE 'VALOR:'.
           02 RCNR-SUB-VALOR    PIC ZZ.ZZZ.ZZ9,99.
      *    CALENDARIO DO MES (CALENDARIO-MES/CALENDARIO-DIA) - DIA DA
      *    SEMANA PELA CONGRUENCIA DE ZELLER, COM CADA DIVISAO GUARDADA
      *    NUM CAMPO INTEIRO PARA TRUNCAR; WS-CAL-DSEM VAI DE 1
      *    (DOMINGO) A 7 (SABADO). WS-CAL-EMPRESA ESCOLHE O CALENDARIO
      *    DE FERIADOS (FERIADO1) QUE CALENDARIO-DIA CONSULTA
       77  WS-CAL-EMPRESA   PIC 9(02).
       77  WS-CAL-ANO       PIC 9999.
       77  WS-CAL-MES       PIC 99.
       77  WS-CAL-DIA       PIC 99.
       77  WS-CAL-ULT-DIA   PIC 99.
       77  WS-CAL-DSEM1     PIC 9.
       77  WS-CAL-DSEM      PIC 9.
       77  WS-CAL-TIPO-DIA  PIC X.
           88 CAL-DIA-UTIL     VALUE 'U'.
           88 CAL-DIA-SABADO   VALUE 'S'.
           88 CAL-DIA-DESCANSO VALUE 'D'.
       77  WS-CAL-DIAS-UTEIS PIC 99.
       77  WS-CAL-SABADOS    PIC 99.
       77  WS-CAL-DESCANSOS  PIC 99.
       77  WS-CAL-AUX       PIC 9(05).
       77  WS-CAL-RESTO     PIC 9(03).
       77  WS-CAL-Z-ANO     PIC 9999.
       77  WS-CAL-Z-MES     PIC 99.
       77  WS-CAL-Z-J       PIC 99.
       77  WS-CAL-Z-K       PIC 99.
       77  WS-CAL-Z-T1      PIC 99.
       77  WS-CAL-Z-T2      PIC 99.
       77  WS-CAL-Z-T3      PIC 99.
       77  WS-CAL-Z-H       PIC 9(03).
      *    CALENDARIO DE FERIADOS (OPCAO S) E DSR DE CALCULA-FOLHA
       77  WS-FRD-STAT PIC 9(02).
           88 FRD-OK         VALUE ZEROS.
           88 FRD-NAO-EXISTE VALUE 35.
       77  WS-FRD-ACHADO PIC X.
           88 FRD-ACHADO VALUE 'S'.
       77  WS-DSR-TRABALHO PIC 99.
      *    TABELA DE CARGOS E HISTORICO SALARIAL (OPCAO T), CRITICA DO
      *    CARGO NA FOLHA (VALIDA-CARGO, DEVOLVE A MENSAGEM EM
      *    WS-CRG-ERRO) E GRAVACAO DO HISTORICO (GRAVA-HISTSAL)
       77  WS-CRG-STAT PIC 9(02).
           88 CRG-OK         VALUE ZEROS.
           88 CRG-NAO-EXISTE VALUE 35.
       77  WS-CRG-ACHADO PIC X.
           88 CRG-ACHADO VALUE 'S'.
       77  WS-CRG-TIPO PIC X.
           88 CRG-TIPO-CARGOS   VALUE 'C' 'c'.
           88 CRG-TIPO-EVOLUCAO VALUE 'E' 'e'.
       77  WS-CRG-ERRO PIC X(30).
       77  WS-MOD-CARGO-ANT PIC 9(4).
       77  WS-HSA-STAT PIC 9(02).
           88 HSA-OK         VALUE ZEROS.
           88 HSA-NAO-EXISTE VALUE 35.
       77  WS-HSA-GRAVOU PIC X.
           88 HSA-GRAVOU VALUE 'S'.
       77  WS-HSA-TENTATIVAS PIC 99.
       77  WS-HSA-MAT PIC 9(05).
       77  WS-HSA-QTDE PIC 9(04).
       77  WS-HSA-VARIACAO PIC S9(5)V99.
      *    VIGENCIA (AAAAMM) DA ULTIMA ALTERACAO DA MATRICULA E A
      *    COMPETENCIA DA FOLHA, PARA UMA FOLHA RETROATIVA NAO DESFAZER
      *    UM REAJUSTE POSTERIOR
       77  WS-HSA-ULT-VIG PIC 9(06).
       77  WS-HSA-COMP    PIC 9(06).
       77  WS-HSA-FIM PIC X.
           88 HSA-FIM VALUE 'S'.
       01  WS-HSR-CAB.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(30) VALUE
               'EVOLUCAO SALARIAL'.
       01  WS-HSR-CAB2.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(15) VALUE 'MATRICULA:'.
           02 HSR-CAB-MAT       PIC 9(05).
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE 'NOME:'.
           02 HSR-CAB-NOME      PIC X(35).
       01  WS-HSR-CAB3.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(15) VALUE 'CARGO ATUAL:'.
           02 HSR-CAB-CARGO     PIC 9(04).
           02 FILLER            PIC X(03) VALUE ' - '.
           02 HSR-CAB-FUNC      PIC X(30).
           02 FILLER            PIC X(12) VALUE '  ADMISSAO:'.
           02 HSR-CAB-ADM-DIA   PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 HSR-CAB-ADM-MES   PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 HSR-CAB-ADM-ANO   PIC 9999.
       01  WS-HSR-CAB4.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE 'VIGENCIA'.
           02 FILLER            PIC X(12) VALUE 'MOTIVO'.
           02 FILLER            PIC X(10) VALUE 'CARGO ANT'.
           02 FILLER            PIC X(10) VALUE 'CARGO NOVO'.
           02 FILLER            PIC X(13) VALUE 'SAL. ANTERIOR'.
           02 FILLER            PIC X(13) VALUE 'SAL. NOVO'.
           02 FILLER            PIC X(10) VALUE 'VARIACAO'.
       01  WS-HSR-DET.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 HSR-DET-DIA       PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 HSR-DET-MES       PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 HSR-DET-ANO       PIC 9999.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 HSR-DET-MOTIVO    PIC X(10).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 HSR-DET-CARGO-ANT PIC 9(04).
           02 FILLER            PIC X(06) VALUE SPACES.
           02 HSR-DET-CARGO-NOVO PIC 9(04).
           02 FILLER            PIC X(06) VALUE SPACES.
           02 HSR-DET-SAL-ANT   PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 HSR-DET-SAL-NOVO  PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 HSR-DET-VARIACAO  PIC -ZZZZ9,99.
           02 FILLER            PIC X(01) VALUE '%'.
       01  WS-HSR-ROD.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(25) VALUE
               'ALTERACOES REGISTRADAS:'.
           02 HSR-ROD-QTDE      PIC ZZZ9.
      *    DIARIO ANTES/DEPOIS (JORNAL1) E RECUPERACAO (OPCAO U). CADA
      *    OPCAO ESCOLHIDA NO MENU E UMA EXECUCAO (WS-JRN-EXECUCAO);
      *    SEQUENCIA E EXECUCAO CONTINUAM DO ULTIMO LANCAMENTO GRAVADO
       77  WS-JRN-STAT PIC 9(02).
           88 JRN-OK         VALUE ZEROS.
           88 JRN-NAO-EXISTE VALUE 35.
       77  WS-JRN-SEQ PIC 9(9) VALUE ZEROS.
       77  WS-JRN-EXECUCAO PIC 9(7) VALUE ZEROS.
       77  WS-JRN-OPCAO PIC X.
       77  WS-JRN-ARQUIVO PIC X.
       77  WS-JRN-OPERACAO PIC X.
       77  WS-JRN-ACHOU PIC X.
           88 JRN-ACHOU VALUE 'S'.
       77  WS-JRN-IMG-ANTES PIC X(400).
       77  WS-JRN-IMG-DEPOIS PIC X(400).
       77  WS-JRN-FIM PIC X.
           88 JRN-FIM VALUE 'S'.
       77  WS-RCP-TIPO PIC X.
           88 RCP-TIPO-EXECUCAO VALUE 'E' 'e'.
           88 RCP-TIPO-PONTO    VALUE 'P' 'p'.
       77  WS-RCP-EXECUCAO PIC 9(7).
       77  WS-RCP-CHAVE PIC 9(9).
       77  WS-RCP-QTDE PIC 9(06).
      *    PONTO NO TEMPO DA RECUPERACAO, NO MESMO FORMATO DE
      *    JRN-MOMENTO (CENTESIMOS EM 99 PARA INCLUIR O SEGUNDO TODO)
       01  WS-RCP-PONTO.
           02 RCP-PT-ANO        PIC 9(4).
           02 RCP-PT-MES        PIC 99.
           02 RCP-PT-DIA        PIC 99.
           02 RCP-PT-HH         PIC 99.
           02 RCP-PT-MI         PIC 99.
           02 RCP-PT-SS         PIC 99.
           02 RCP-PT-CC         PIC 99.
       01  WS-RCP-CHV-FOLHA.
           02 RCP-CF-EMPRESA    PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCP-CF-MAT        PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCP-CF-MES        PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCP-CF-ANO        PIC 9999.
       01  WS-RCP-CHV-MASTER.
           02 RCP-CM-EMPRESA    PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCP-CM-MAT        PIC 9(05).
       01  WS-RCP-CHV-CONSIG.
           02 RCP-CC-EMPRESA    PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCP-CC-MAT        PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCP-CC-CONTRATO   PIC 9(10).
       01  WS-RCP-CHV-DATA.
           02 RCP-CD-EMPRESA    PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCP-CD-MAT        PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCP-CD-DATA       PIC X(08).
       01  WS-RCP-CHV-BANCO.
           02 RCP-CB-EMPRESA    PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCP-CB-MAT        PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCP-CB-ANO        PIC 9999.
           02 RCP-CB-MES        PIC 99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCP-CB-SEQ        PIC 999.
       01  WS-RCP-CAB-EXEC.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(35) VALUE
               'RECUPERACAO PELO DIARIO'.
           02 FILLER            PIC X(20) VALUE 'EXECUCAO DESFEITA:'.
           02 RCP-CAB-EXECUCAO  PIC 9(07).
       01  WS-RCP-CAB-PONTO.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(35) VALUE
               'RECUPERACAO PELO DIARIO'.
           02 FILLER            PIC X(20) VALUE 'RETORNO AO PONTO:'.
           02 RCP-CAB-DIA       PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCP-CAB-MES       PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCP-CAB-ANO       PIC 9999.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCP-CAB-HH        PIC 99.
           02 FILLER            PIC X(01) VALUE ':'.
           02 RCP-CAB-MI        PIC 99.
           02 FILLER            PIC X(01) VALUE ':'.
           02 RCP-CAB-SS        PIC 99.
       01  WS-RCP-CAB2.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE 'SEQUENCIA'.
           02 FILLER            PIC X(10) VALUE 'EXECUCAO'.
           02 FILLER            PIC X(22) VALUE 'DATA/HORA'.
           02 FILLER            PIC X(06) VALUE 'OPCAO'.
           02 FILLER            PIC X(12) VALUE 'OPERADOR'.
           02 FILLER            PIC X(14) VALUE 'ARQUIVO'.
           02 FILLER            PIC X(21) VALUE 'CHAVE'.
           02 FILLER            PIC X(10) VALUE 'ACAO'.
       01  WS-RCP-DET.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 RCP-DET-SEQ       PIC 9(09).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RCP-DET-EXECUCAO  PIC 9(07).
           02 FILLER            PIC X(03) VALUE SPACES.
           02 RCP-DET-DIA       PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCP-DET-MES       PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 RCP-DET-ANO       PIC 9999.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RCP-DET-HH        PIC 99.
           02 FILLER            PIC X(01) VALUE ':'.
           02 RCP-DET-MI        PIC 99.
           02 FILLER            PIC X(01) VALUE ':'.
           02 RCP-DET-SS        PIC 99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 RCP-DET-OPCAO     PIC X(01).
           02 FILLER            PIC X(05) VALUE SPACES.
           02 RCP-DET-OPERADOR  PIC X(10).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RCP-DET-ARQUIVO   PIC X(12).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RCP-DET-CHAVE     PIC X(19).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RCP-DET-ACAO      PIC X(10).
       01  WS-RCP-ROD.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(25) VALUE
               'REGISTROS RESTAURADOS:'.
           02 RCP-ROD-QTDE      PIC ZZZZZ9.
      *    ARQUIVO MORTO ANUAL (OPCAO V) - SAO ARQUIVADOS OS ANOS
      *    INTEIROS ANTERIORES A (ANO CORRENTE - WS-ARQ-ANOS), PARA UM
      *    ANO NUNCA FICAR METADE EM CADA ARQUIVO; O PRAZO VEM
      *    PREENCHIDO COM O PADRAO E PODE SER ALTERADO NA TELA A CADA
      *    EXECUCAO
       77  WS-FH-STAT PIC 9(02).
           88 FH-OK         VALUE ZEROS.
           88 FH-NAO-EXISTE VALUE 35.
       77  WS-ARQ-TIPO PIC X.
           88 ARQ-TIPO-ARQUIVA  VALUE 'A' 'a'.
           88 ARQ-TIPO-RESTAURA VALUE 'R' 'r'.
       77  WS-ARQ-ANOS PIC 99 VALUE 05.
       77  WS-ARQ-CORTE PIC 9999.
       77  WS-ARQ-ANO PIC 9999.
       77  WS-ARQ-REJ PIC 9(06).
       77  WS-ARQ-ACHOU PIC X.
           88 ARQ-ACHOU VALUE 'S'.
       77  WS-ARQ-QTDE-ANOS PIC 99.
       77  WS-ARQ-IDX PIC 99.
       77  WS-ARQ-POS PIC 99.
       01  WS-ARQ-HOJE.
           02 ARQ-HOJE-ANO      PIC 9999.
           02 ARQ-HOJE-MES      PIC 99.
           02 ARQ-HOJE-DIA      PIC 99.
      *    TOTAIS POR ANO, MANTIDOS EM ORDEM DE ANO PARA O RELATORIO
       01  WS-ARQ-TAB.
           02 WS-ARQ-LINHA OCCURS 50 TIMES.
               03 WS-ARQ-T-ANO   PIC 9999.
               03 WS-ARQ-T-QTDE  PIC 9(06).
               03 WS-ARQ-T-BRUTO PIC 9(10)V9(02).
               03 WS-ARQ-T-INSS  PIC 9(10)V9(02).
               03 WS-ARQ-T-IRRF  PIC 9(10)V9(02).
               03 WS-ARQ-T-FGTS  PIC 9(10)V9(02).
               03 WS-ARQ-T-LIQ   PIC 9(10)V9(02).
       01  WS-ARQ-TOTAL.
           02 WS-ARQ-TOT-QTDE   PIC 9(06).
           02 WS-ARQ-TOT-BRUTO  PIC 9(10)V9(02).
           02 WS-ARQ-TOT-INSS   PIC 9(10)V9(02).
           02 WS-ARQ-TOT-IRRF   PIC 9(10)V9(02).
           02 WS-ARQ-TOT-FGTS   PIC 9(10)V9(02).
           02 WS-ARQ-TOT-LIQ    PIC 9(10)V9(02).
       01  WS-ARR-CAB.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 ARR-CAB-TITULO    PIC X(40).
           02 FILLER            PIC X(09) VALUE 'EMPRESA:'.
           02 ARR-CAB-EMPRESA   PIC 9(02).
           02 FILLER            PIC X(03) VALUE SPACES.
           02 ARR-CAB-TEXTO     PIC X(16).
           02 ARR-CAB-ANO       PIC 9999.
       01  WS-ARR-CAB2.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'ANO'.
           02 FILLER            PIC X(10) VALUE 'COMPET.'.
           02 FILLER            PIC X(14) VALUE 'BRUTO'.
           02 FILLER            PIC X(14) VALUE 'INSS'.
           02 FILLER            PIC X(14) VALUE 'IRRF'.
           02 FILLER            PIC X(14) VALUE 'FGTS'.
           02 FILLER            PIC X(14) VALUE 'LIQUIDO'.
       01  WS-ARR-DET.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 ARR-DET-ANO       PIC 9999.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 ARR-DET-QTDE      PIC ZZZZZ9.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ARR-DET-BRUTO     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 ARR-DET-INSS      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 ARR-DET-IRRF      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 ARR-DET-FGTS      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 ARR-DET-LIQ       PIC ZZ.ZZZ.ZZ9,99.
       01  WS-ARR-ROD.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'TOTAL'.
           02 ARR-ROD-QTDE      PIC ZZZZZ9.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 ARR-ROD-BRUTO     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 ARR-ROD-INSS      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 ARR-ROD-IRRF      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 ARR-ROD-FGTS      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 ARR-ROD-LIQ       PIC ZZ.ZZZ.ZZ9,99.
       01  WS-ARR-REJ.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(48) VALUE
               'JA EXISTENTES EM FOLHA1 (MANTIDAS NO ARQUIVO):'.
           02 ARR-REJ-QTDE      PIC ZZZZZ9.
      *    TRANSFERENCIA ENTRE EMPRESAS DO GRUPO (OPCAO W) - A MATRICULA
      *    DA EMPRESA ATUAL VAI PARA OUTRA EMPRESA/MATRICULA A PARTIR DE
      *    WS-TRF-DATA, LEVANDO ADMISSAO, FERIAS1, SALDO DO BANCO DE
      *    HORAS, AFASTAMENTOS EM ABERTO, PENSAO, CONSIGNADOS EM CURSO
      *    E VALE-TRANSPORTE, E A ANTIGA FICA COM SAIDA TIPO 'T' NA
      *    VESPERA
       77  WS-TRF-TIPO PIC X.
           88 TRF-TIPO-TRANSFERE  VALUE 'T' 't'.
           88 TRF-TIPO-CONSOLIDA  VALUE 'C' 'c'.
       77  WS-TRF-MAT PIC 9(05).
       77  WS-TRF-DEST-EMPRESA PIC 9(02).
       77  WS-TRF-DEST-MAT PIC 9(05).
       01  WS-TRF-DATA.
           02 WS-TRF-DIA        PIC 99.
           02 WS-TRF-MES        PIC 99.
           02 WS-TRF-ANO        PIC 9999.
       77  WS-TRF-COMP PIC 9(08).
       77  WS-TRF-AUX PIC 9(08).
       77  WS-TRF-CHAVE PIC X(15).
       77  WS-TRF-CON-CHAVE PIC X(17).
       77  WS-TRF-CON-COMP PIC 9(06).
       77  WS-TRF-FIM PIC X.
           88 TRF-FIM VALUE 'S'.
       77  WS-TRF-MAE-SALVA PIC X(400).
      *    FOLHA CONSOLIDADA DO GRUPO - UMA COMPETENCIA DE TODAS AS
      *    EMPRESAS DE FOLHA1, COM SUBTOTAL POR EMPRESA
       77  WS-GRP-EMPRESA PIC 9(02).
       77  WS-GRP-PROXIMA PIC 9(02).
       77  WS-GRP-QUEBRA PIC X.
           88 GRP-QUEBRA VALUE 'S'.
       01  WS-GRP-SUB.
           02 WS-GRP-SUB-QTDE   PIC 9(05).
           02 WS-GRP-SUB-BRUTO  PIC 9(10)V9(02).
           02 WS-GRP-SUB-INSS   PIC 9(10)V9(02).
           02 WS-GRP-SUB-IRRF   PIC 9(10)V9(02).
           02 WS-GRP-SUB-FGTS   PIC 9(10)V9(02).
           02 WS-GRP-SUB-LIQ    PIC 9(10)V9(02).
       01  WS-GRP-TOT.
           02 WS-GRP-TOT-QTDE   PIC 9(05).
           02 WS-GRP-TOT-BRUTO  PIC 9(10)V9(02).
           02 WS-GRP-TOT-INSS   PIC 9(10)V9(02).
           02 WS-GRP-TOT-IRRF   PIC 9(10)V9(02).
           02 WS-GRP-TOT-FGTS   PIC 9(10)V9(02).
           02 WS-GRP-TOT-LIQ    PIC 9(10)V9(02).
       01  WS-GRP-CAB.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(40) VALUE
               'FOLHA CONSOLIDADA DO GRUPO'.
           02 FILLER            PIC X(12) VALUE 'REFERENCIA:'.
           02 GRP-CAB-MES       PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 GRP-CAB-ANO       PIC 9999.
       01  WS-GRP-CAB2.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE 'EMP'.
           02 FILLER            PIC X(07) VALUE 'MATRIC'.
           02 FILLER            PIC X(31) VALUE 'NOME'.
           02 FILLER            PIC X(13) VALUE '        BRUTO'.
           02 FILLER            PIC X(13) VALUE '         INSS'.
           02 FILLER            PIC X(13) VALUE '         IRRF'.
           02 FILLER            PIC X(13) VALUE '         FGTS'.
           02 FILLER            PIC X(13) VALUE '      LIQUIDO'.
       01  WS-GRP-DET.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 GRP-DET-EMPRESA   PIC 99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 GRP-DET-MAT       PIC 9(05).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 GRP-DET-NOME      PIC X(30).
           02 FILLER            PIC X(04) VALUE SPACES.
           02 GRP-DET-BRUTO     PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 GRP-DET-INSS      PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 GRP-DET-IRRF      PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 GRP-DET-FGTS      PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 GRP-DET-LIQ       PIC ZZZ.ZZ9,99.
       01  WS-GRP-SUBTOT.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(17) VALUE 'SUBTOTAL EMPRESA'.
           02 GRP-SUB-EMPRESA   PIC 99.
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(08) VALUE 'FOLHAS:'.
           02 GRP-SUB-QTDE      PIC ZZZZ9.
           02 FILLER            PIC X(07) VALUE SPACES.
           02 GRP-SUB-BRUTO     PIC ZZ.ZZZ.ZZ9,99.
           02 GRP-SUB-INSS      PIC ZZ.ZZZ.ZZ9,99.
           02 GRP-SUB-IRRF      PIC ZZ.ZZZ.ZZ9,99.
           02 GRP-SUB-FGTS      PIC ZZ.ZZZ.ZZ9,99.
           02 GRP-SUB-LIQ       PIC ZZ.ZZZ.ZZ9,99.
       01  WS-GRP-ROD.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(23) VALUE 'TOTAL DO GRUPO'.
           02 FILLER            PIC X(08) VALUE 'FOLHAS:'.
           02 GRP-ROD-QTDE      PIC ZZZZ9.
           02 FILLER            PIC X(07) VALUE SPACES.
           02 GRP-ROD-BRUTO     PIC ZZ.ZZZ.ZZ9,99.
           02 GRP-ROD-INSS      PIC ZZ.ZZZ.ZZ9,99.
           02 GRP-ROD-IRRF      PIC ZZ.ZZZ.ZZ9,99.
           02 GRP-ROD-FGTS      PIC ZZ.ZZZ.ZZ9,99.
           02 GRP-ROD-LIQ       PIC ZZ.ZZZ.ZZ9,99.
      *    PAGAMENTO DE PLR (OPCAO Y) - O VALOR TOTAL E REPARTIDO ENTRE
      *    OS ATIVOS DA EMPRESA COM FOLHA NO ANO BASE, EM PARTES IGUAIS
      *    (REGRA F) OU PELO PESO SALARIO X MESES TRABALHADOS NO ANO
      *    (REGRA P). O IRRF SAI DA TABELA EXCLUSIVA DA PLR (TABPLR1)
      *    SOBRE A PLR SOMADA NO ANO DO PAGAMENTO, ABATIDO O IRRF JA
      *    RETIDO NAS PARCELAS ANTERIORES; SEM INSS E SEM FGTS
       77  WS-PLR-STAT PIC 9(02).
           88 PLR-OK         VALUE ZEROS.
           88 PLR-NAO-EXISTE VALUE 35.
       77  WS-TPL-STAT PIC 9(02).
           88 TPL-OK         VALUE ZEROS.
           88 TPL-NAO-EXISTE VALUE 35.
       77  WS-PLR-ANO-BASE PIC 9999.
       77  WS-PLR-MES PIC 99.
       77  WS-PLR-ANO PIC 9999.
       77  WS-PLR-TOTAL PIC 9(08)V99.
       77  WS-PLR-REGRA PIC X.
           88 PLR-REGRA-FIXA VALUE 'F' 'f'.
           88 PLR-REGRA-PROP VALUE 'P' 'p'.
      *    '1' = SO CONTA OS ELEGIVEIS E SOMA OS PESOS; '2' = PAGA
       77  WS-PLR-PASSADA PIC X.
           88 PLR-PASSADA-SOMA VALUE '1'.
           88 PLR-PASSADA-PAGA VALUE '2'.
       77  WS-PLR-PADRAO PIC X.
           88 PLR-TABELA-PADRAO VALUE 'S'.
       77  WS-PLR-FIM PIC X.
           88 PLR-FIM VALUE 'S'.
       77  WS-PLR-QTDE PIC 9(05).
       77  WS-PLR-SOMA-PESO PIC 9(12)V99.
       77  WS-PLR-PESO PIC 9(10)V99.
       77  WS-PLR-MESES PIC 99.
       77  WS-PLR-SALARIO PIC 9(6)V99.
      *    MESES DO ANO BASE JA CONTADOS NO PESO - A MATRICULA ATUAL E
      *    AS ANTERIORES DA TRANSFERENCIA TEM FOLHA NO MES DA TROCA, QUE
      *    CONTA UMA VEZ SO (NO MAXIMO 12 MESES NO ANO)
       01  WS-PLR-MES-FOLHA.
           02 WS-PLR-MES-OK PIC X OCCURS 12 TIMES.
       77  WS-PLR-VIN-EMP PIC 9(02).
       77  WS-PLR-VIN-MAT PIC 9(05).
       77  WS-PLR-ELOS PIC 99.
       77  WS-PLR-SAL-ELO PIC 99.
       77  WS-PLR-VALOR PIC 9(6)V99.
       77  WS-PLR-BASE PIC 9(7)V99.
       77  WS-PLR-IMPOSTO PIC S9(7)V99.
       77  WS-PLR-IRRF PIC 9(6)V99.
       77  WS-PLR-ANT-VALOR PIC 9(7)V99.
       77  WS-PLR-ANT-IRRF PIC 9(7)V99.
       77  WS-PLR-TOT-VALOR PIC 9(08)V99.
       77  WS-PLR-TOT-IRRF PIC 9(08)V99.
       77  WS-PLR-TOT-LIQ PIC 9(08)V99.
      *    FAIXAS-PADRAO DA PLR, USADAS QUANDO O ANO DO PAGAMENTO NAO
      *    TEM REGISTRO PROPRIO EM TABPLR1 (AVISADO NO DEMONSTRATIVO)
       01  WS-TPL-PADRAO.
           02 FILLER            PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC 9(6)V99 VALUE 6677,55.
           02 FILLER            PIC 9(6)V99 VALUE 9922,28.
           02 FILLER            PIC 9(6)V99 VALUE 13167,00.
           02 FILLER            PIC 9(6)V99 VALUE 16380,38.
           02 FILLER            PIC V999    VALUE 0,075.
           02 FILLER            PIC V999    VALUE 0,150.
           02 FILLER            PIC V999    VALUE 0,225.
           02 FILLER            PIC V999    VALUE 0,275.
           02 FILLER            PIC 9(4)V99 VALUE 500,82.
           02 FILLER            PIC 9(4)V99 VALUE 1244,99.
           02 FILLER            PIC 9(4)V99 VALUE 2232,52.
           02 FILLER            PIC 9(4)V99 VALUE 3051,54.
       01  WS-PLRR-CAB.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(30) VALUE
               'DEMONSTRATIVO DE PLR'.
           02 FILLER            PIC X(09) VALUE 'EMPRESA:'.
           02 PLRR-CAB-EMPRESA  PIC 9(02).
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE 'PAGAMENTO:'.
           02 PLRR-CAB-MES      PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 PLRR-CAB-ANO      PIC 9999.
       01  WS-PLRR-CAB2.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(10) VALUE 'ANO BASE:'.
           02 PLRR-CAB-ANO-BASE PIC 9999.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(07) VALUE 'REGRA:'.
           02 PLRR-CAB-REGRA    PIC X(24).
           02 FILLER            PIC X(13) VALUE 'VALOR TOTAL:'.
           02 PLRR-CAB-TOTAL    PIC ZZ.ZZZ.ZZ9,99.
       01  WS-PLRR-FUNC.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(11) VALUE 'MATRICULA:'.
           02 PLRR-MAT          PIC 9(05).
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE 'NOME:'.
           02 PLRR-NOME         PIC X(35).
       01  WS-PLRR-BASE.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(19) VALUE 'MESES NO ANO BASE:'.
           02 PLRR-MESES        PIC Z9.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE 'SALARIO:'.
           02 PLRR-SALARIO      PIC ZZZ.ZZ9,99.
       01  WS-PLRR-VAL.
           02 FILLER            PIC X(08) VALUE SPACES.
           02 PLRR-VAL-DESC     PIC X(34).
           02 PLRR-VAL-VALOR    PIC ZZ.ZZZ.ZZ9,99.
       01  WS-PLRR-ROD.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE 'EMPREGADOS:'.
           02 PLRR-ROD-QTDE     PIC ZZZZ9.
           02 FILLER            PIC X(03) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE 'PLR:'.
           02 PLRR-ROD-VALOR    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(06) VALUE 'IRRF:'.
           02 PLRR-ROD-IRRF     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE 'LIQUIDO:'.
           02 PLRR-ROD-LIQ      PIC ZZ.ZZZ.ZZ9,99.
       01  WS-PLRR-AVISO.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(48) VALUE
               'AVISO: ANO SEM TABELA DE PLR PROPRIA (PADRAO)'.
           02 PLRR-AVISO-ANO    PIC 9999.
      *    CAMPOS DO VALE-TRANSPORTE (OPCAO Q E CALCULA-FOLHA). O CUSTO
      *    REAL DE UMA COMPETENCIA E O CUSTO DIARIO DOS TRECHOS VEZES OS
      *    DIAS DE TRABALHO DO MES, MENOS OS DIAS DE TRABALHO DO MES
      *    ANTERIOR EM QUE O EMPREGADO ESTEVE DE FERIAS OU AFASTADO
      *    (PASSAGEM JA COMPRADA E NAO USADA)
       77  WS-VTR-STAT PIC 9(02).
           88 VTR-OK         VALUE ZEROS.
           88 VTR-NAO-EXISTE VALUE 35.
       77  WS-VTR-ACHADO PIC X.
           88 VTR-ACHADO VALUE 'S'.
       77  WS-VTR-TIPO PIC X.
           88 VTR-TIPO-CADASTRO VALUE 'C' 'c'.
           88 VTR-TIPO-PEDIDO   VALUE 'P' 'p'.
       77  WS-VTR-FIM-VARRE PIC X.
           88 VTR-FIM-VARREDURA VALUE 'S'.
       77  WS-VTR-ANO        PIC 9999.
       77  WS-VTR-MES        PIC 99.
       77  WS-VTR-DIARIO     PIC 9(4)V99.
       77  WS-VTR-DIAS       PIC 99.
       77  WS-VTR-AUSENCIAS  PIC 99.
       77  WS-VTR-CUSTO      PIC 9(6)V99.
       77  WS-VTR-MES-INI    PIC 9(08).
       77  WS-VTR-MES-FIM    PIC 9(08).
       77  WS-VTR-DATA       PIC 9(08).
       77  WS-VTR-PER-INI    PIC 9(08).
       77  WS-VTR-PER-FIM    PIC 9(08).
       77  WS-VTR-COMP       PIC 9(06).
       77  WS-VTR-COMP-MAE   PIC 9(06).
       77  WS-VTR-AUSENTE    PIC X.
           88 VTR-AUSENTE VALUE 'S'.
      *    PERIODOS DE FERIAS/AFASTAMENTO (AAAAMMDD, FIM INCLUSIVE) QUE
      *    TOCAM O MES ANTERIOR, CARREGADOS UMA VEZ POR MATRICULA
       77  WS-VTR-AUS-QTDE   PIC 99.
       77  WS-VTR-AUS-IDX    PIC 99.
       01  WS-VTR-AUS-TAB.
           02 WS-VTR-AUS OCCURS 20 TIMES.
               03 WS-VTR-AUS-INI PIC 9(08).
               03 WS-VTR-AUS-FIM PIC 9(08).
       77  WS-VTR-PED-QTDE   PIC 9(05) VALUE ZEROS.
       77  WS-VTR-PED-TOTAL  PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-PVT-CAB.
           02 FILLER            PIC X(01) VALUE '0'.
           02 FILLER            PIC X(20) VALUE 'PEDIDO VALE-TRANSP'.
           02 FILLER            PIC X(09) VALUE 'EMPRESA:'.
           02 PVT-CAB-EMPRESA   PIC 9(02).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE 'REFERENCIA:'.
           02 PVT-CAB-MES       PIC 99.
           02 FILLER            PIC X(01) VALUE '/'.
           02 PVT-CAB-ANO       PIC 9999.
       01  WS-PVT-DET.
           02 FILLER            PIC X(01) VALUE '1'.
           02 PVT-DET-CARTAO    PIC 9(12).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 PVT-DET-MAT       PIC 9(05).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 PVT-DET-NOME      PIC X(35).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 PVT-DET-DIAS      PIC 99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 PVT-DET-AUSENCIAS PIC 99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 PVT-DET-VALOR     PIC 9(08).
       01  WS-PVT-ROD.
           02 FILLER            PIC X(01) VALUE '9'.
           02 FILLER            PIC X(11) VALUE 'REGISTROS:'.
           02 PVT-ROD-QTDE      PIC 9(05).
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE 'VALOR TOTAL:'.
           02 PVT-ROD-VALOR     PIC 9(10).
      *    ENTRADA E SAIDA DE ADICIONAIS-CALCULA - SALARIO CHEIO (PARA
      *    O VALOR DA HORA), BASE DA PERICULOSIDADE, CARGA HORARIA E
      *    DIAS DO MES (DE 30) QUE A INSALUBRIDADE ACOMPANHA
       77  WS-ADC-SALBA   PIC 9(6)V99.
       77  WS-ADC-BASE    PIC 9(6)V99.
       77  WS-ADC-CH      PIC 9(3).
       77  WS-ADC-DIAS    PIC 99.
       77  WS-ADC-INSAL   PIC 9(6)V99.
       77  WS-ADC-PERIC   PIC 9(6)V99.
       77  WS-ADC-NOTURNO PIC 9(6)V99.
       77  WS-ADC-TOTAL   PIC 9(6)V99.
           COPY screenio.

           SCREEN SECTION.
               02 LINE 25 COL 5  VALUE "M - ADIANTAMENTO QUINZENAL".
               02 LINE 26 COL 5  VALUE "N - SIMULADOR".
               02 LINE 27 COL 5  VALUE "O - MOVIMENTACAO MENSAL".
               02 LINE 4 COL 45  VALUE "P - EMPRESTIMO CONSIGNADO".
               02 LINE 5 COL 45  VALUE "Q - VALE-TRANSPORTE".
               02 LINE 6 COL 45  VALUE "R - INSALUB/PERICUL/NOTURNO".
               02 LINE 7 COL 45  VALUE "S - CALENDARIO DE FERIADOS".
               02 LINE 8 COL 45  VALUE "T - CARGOS E HIST. SALARIAL".
               02 LINE 9 COL 45  VALUE "U - DIARIO / RECUPERACAO".
               02 LINE 10 COL 45 VALUE "V - ARQUIVO MORTO ANUAL".
               02 LINE 11 COL 45 VALUE "W - TRANSFERENCIA / GRUPO".
               02 LINE 12 COL 45 VALUE "Y - PLR".
               02 LINE 13 COL 45 VALUE "Z - BANCO HORAS: VENC/EXTRATO".
               02 LINE 28 COL 5  VALUE 'X - SAIR'.
               02 LINE 29 COL 5  VALUE 'ESCOLHA:'.
               02 LINE 29 COL PLUS 1 PIC X USING WS-OPCAO AUTO.
               02 LINE 8 COL PLUS 1  PIC 9(10) USING PEN-CONTA
                   HIGHLIGHT FOREGROUND-COLOR 3.

           01 SS-TELA-CONSIG-TIPO HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'EMPRESTIMO CONSIGNADO'.
               02 LINE 4 COL 5  VALUE 'TIPO (C=CONTRATO/R=REPASSE):'.
               02 LINE 4 COL PLUS 1  PIC X USING WS-CON-TIPO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

           01 SS-TELA-CONSIG-MAT HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'MATRICULA:'.
               02 LINE 2 COL PLUS 1  PIC 9(5) USING CON-MAT
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 2 COL 20 VALUE 'CONTRATO:'.
               02 LINE 2 COL PLUS 1  PIC 9(10) USING CON-CONTRATO
                   HIGHLIGHT FOREGROUND-COLOR 3.

      *    DADOS DO CONTRATO DE CONSIGNADO - O INICIO E A COMPETENCIA
      *    DA PRIMEIRA PARCELA DESCONTADA EM FOLHA. A MARGEM E O JA
      *    COMPROMETIDO APARECEM DEPOIS DA CONFERENCIA, ANTES DA
      *    CONFIRMACAO. ZERAR A PARCELA EXCLUI O CONTRATO
           01 SS-TELA-CONSIG HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'MATRICULA:'.
               02 LINE 2 COL PLUS 1  PIC 9(5) FROM CON-MAT
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 2 COL 20 VALUE 'NOME:'.
               02 LINE 2 COL PLUS 1  PIC X(35) FROM MAE-NOME
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 3 COL 3  VALUE 'CONTRATO:'.
               02 LINE 3 COL PLUS 1  PIC 9(10) FROM CON-CONTRATO
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 3 COL 30 VALUE 'SITUACAO:'.
               02 LINE 3 COL PLUS 1  PIC X FROM CON-SITUACAO
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 5 COL 5  VALUE 'BANCO CREDOR:'.
               02 LINE 5 COL PLUS 1  PIC 9(3) USING CON-BANCO
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 6 COL 5  VALUE 'VALOR DA PARCELA:'.
               02 LINE 6 COL PLUS 1  PIC 999999,99 USING CON-PARCELA
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 7 COL 5  VALUE 'TOTAL DE PARCELAS:'.
               02 LINE 7 COL PLUS 1  PIC 9(3) USING CON-QTDE-PARC
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 7 COL 30 VALUE 'RESTANTES:'.
               02 LINE 7 COL PLUS 1  PIC 9(3) USING CON-PARC-RESTANTES
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 8 COL 5  VALUE 'INICIO DO DESCONTO:'.
               02 LINE 8 COL PLUS 1  PIC 9(2) USING CON-INI-MES
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 8 COL 27 VALUE '/'.
               02 LINE 8 COL 28  PIC 9(4) USING CON-INI-ANO
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 10 COL 5  VALUE 'REMUNERACAO DISPONIVEL:'.
               02 LINE 10 COL PLUS 1 PIC ZZ.ZZZ.ZZ9,99
                   FROM WS-CON-BASE
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 11 COL 5  VALUE 'MARGEM CONSIGNAVEL (35%):'.
               02 LINE 11 COL PLUS 1 PIC ZZ.ZZZ.ZZ9,99
                   FROM WS-CON-MARGEM
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 12 COL 5  VALUE 'JA COMPROMETIDO:'.
               02 LINE 12 COL PLUS 1 PIC ZZ.ZZZ.ZZ9,99
                   FROM WS-CON-SOMA
                   HIGHLIGHT FOREGROUND-COLOR 2.

           01 SS-TELA-VT-TIPO HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'VALE-TRANSPORTE'.
               02 LINE 4 COL 5  VALUE 'TIPO (C=CADASTRO/P=PEDIDO):'.
               02 LINE 4 COL PLUS 1  PIC X USING WS-VTR-TIPO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

           01 SS-TELA-VT-MAT HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'MATRICULA:'.
               02 LINE 2 COL PLUS 1  PIC 9(5) USING VTR-MAT
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

      *    DADOS DO VALE-TRANSPORTE - TARIFA POR VIAGEM E VIAGENS POR
      *    DIA DE CADA TRECHO (LINHA). ZERAR TODAS AS TARIFAS EXCLUI O
      *    CADASTRO
           01 SS-TELA-VT HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'MATRICULA:'.
               02 LINE 2 COL PLUS 1  PIC 9(5) FROM VTR-MAT
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 2 COL 20 VALUE 'NOME:'.
               02 LINE 2 COL PLUS 1  PIC X(35) FROM MAE-NOME
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 4 COL 5  VALUE 'CARTAO:'.
               02 LINE 4 COL PLUS 1  PIC 9(12) USING VTR-CARTAO
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 5 COL 5
                   VALUE 'DIAS DE TRABALHO NA SEMANA (5/6):'.
               02 LINE 5 COL PLUS 1  PIC 9 USING VTR-DIAS-SEMANA
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 7 COL 5  VALUE 'LINHA'.
               02 LINE 7 COL 30 VALUE 'TARIFA'.
               02 LINE 7 COL 42 VALUE 'VIAGENS/DIA'.
               02 LINE 8 COL 5  PIC X(20) USING VTR-LINHA (1)
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 8 COL 30 PIC 999,99 USING VTR-TARIFA (1)
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 8 COL 42 PIC 99 USING VTR-VIAGENS (1)
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 9 COL 5  PIC X(20) USING VTR-LINHA (2)
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 9 COL 30 PIC 999,99 USING VTR-TARIFA (2)
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 9 COL 42 PIC 99 USING VTR-VIAGENS (2)
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 10 COL 5  PIC X(20) USING VTR-LINHA (3)
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 10 COL 30 PIC 999,99 USING VTR-TARIFA (3)
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 10 COL 42 PIC 99 USING VTR-VIAGENS (3)
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 11 COL 5  PIC X(20) USING VTR-LINHA (4)
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 11 COL 30 PIC 999,99 USING VTR-TARIFA (4)
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 11 COL 42 PIC 99 USING VTR-VIAGENS (4)
                   HIGHLIGHT FOREGROUND-COLOR 3.

           01 SS-TELA-ADIC-MAT HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'MATRICULA:'.
               02 LINE 2 COL PLUS 1  PIC 9(5) USING MAE-MAT
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

      *    ADICIONAIS DO CADASTRO DO EMPREGADO - VALEM PARA TODA FOLHA
      *    CALCULADA DEPOIS DA GRAVACAO (AS JA LANCADAS SO MUDAM SE
      *    FOREM MODIFICADAS). INSALUBRIDADE E PERICULOSIDADE NAO SE
      *    ACUMULAM
           01 SS-TELA-ADIC HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'MATRICULA:'.
               02 LINE 2 COL PLUS 1  PIC 9(5) FROM MAE-MAT
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 2 COL 20 VALUE 'NOME:'.
               02 LINE 2 COL PLUS 1  PIC X(35) FROM MAE-NOME
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 4 COL 5  VALUE
                   'GRAU DE INSALUBRIDADE (0/10/20/40):'.
               02 LINE 4 COL PLUS 1  PIC 99 USING MAE-INSAL-GRAU
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 5 COL 5  VALUE 'PERICULOSIDADE (S/N):'.
               02 LINE 5 COL PLUS 1  PIC X USING MAE-PERICULOSO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 6 COL 5  VALUE 'HORAS NOTURNAS NO MES:'.
               02 LINE 6 COL PLUS 1  PIC 999,99 USING MAE-HORAS-NOTURNAS
                   HIGHLIGHT FOREGROUND-COLOR 3.

           01 SS-TELA-FRD-DATA HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'DATA DO FERIADO:'.
               02 LINE 2 COL PLUS 1  PIC 99 USING FRD-DIA
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 2 COL PLUS 1  VALUE '/'.
               02 LINE 2 COL PLUS 1  PIC 99 USING FRD-MES
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 2 COL PLUS 1  VALUE '/'.
               02 LINE 2 COL PLUS 1  PIC 9(4) USING FRD-ANO
                   HIGHLIGHT FOREGROUND-COLOR 3.

      *    FERIADO DO CALENDARIO DA EMPRESA - APAGAR A DESCRICAO EXCLUI
      *    O FERIADO JA CADASTRADO
           01 SS-TELA-FRD HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'DATA DO FERIADO:'.
               02 LINE 2 COL PLUS 1  PIC 99 FROM FRD-DIA
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 2 COL PLUS 1  VALUE '/'.
               02 LINE 2 COL PLUS 1  PIC 99 FROM FRD-MES
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 2 COL PLUS 1  VALUE '/'.
               02 LINE 2 COL PLUS 1  PIC 9(4) FROM FRD-ANO
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 4 COL 5  VALUE 'TIPO (N=NACIONAL/L=LOCAL):'.
               02 LINE 4 COL PLUS 1  PIC X USING FRD-TIPO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 5 COL 5  VALUE 'DESCRICAO:'.
               02 LINE 5 COL PLUS 1  PIC X(30) USING FRD-DESCRICAO
                   HIGHLIGHT FOREGROUND-COLOR 3.

           01 SS-TELA-CRG-TIPO HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'CARGOS E HISTORICO SALARIAL'.
               02 LINE 4 COL 5  VALUE
                   'TIPO (C=TABELA DE CARGOS/E=EVOLUCAO SALARIAL):'.
               02 LINE 4 COL PLUS 1  PIC X USING WS-CRG-TIPO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

           01 SS-TELA-CRG-COD HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'CODIGO DO CARGO:'.
               02 LINE 2 COL PLUS 1  PIC 9(4) USING CRG-CODIGO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

      *    CARGO DA TABELA DA EMPRESA - APAGAR O TITULO EXCLUI O CARGO
      *    JA CADASTRADO
           01 SS-TELA-CRG HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'CODIGO DO CARGO:'.
               02 LINE 2 COL PLUS 1  PIC 9(4) FROM CRG-CODIGO
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 4 COL 5  VALUE 'TITULO:'.
               02 LINE 4 COL PLUS 1  PIC X(30) USING CRG-TITULO
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 5 COL 5  VALUE 'SALARIO MINIMO DA FAIXA:'.
               02 LINE 5 COL PLUS 1 VALUE 'R$'
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 5 COL PLUS 1 PIC 999999,99 USING CRG-SAL-MIN
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 6 COL 5  VALUE 'SALARIO MAXIMO DA FAIXA:'.
               02 LINE 6 COL PLUS 1 VALUE 'R$'
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 6 COL PLUS 1 PIC 999999,99 USING CRG-SAL-MAX
                   HIGHLIGHT FOREGROUND-COLOR 3.

           01 SS-TELA-HSA-MAT HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'MATRICULA:'.
               02 LINE 2 COL PLUS 1  PIC 9(5) USING WS-HSA-MAT
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

           01 SS-TELA-TRF-TIPO HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'EMPRESAS DO GRUPO'.
               02 LINE 4 COL 5  VALUE
                   'TIPO (T=TRANSFERENCIA/C=FOLHA CONSOLIDADA):'.
               02 LINE 4 COL PLUS 1  PIC X USING WS-TRF-TIPO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

           01 SS-TELA-TRF HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'TRANSFERENCIA ENTRE EMPRESAS'.
               02 LINE 4 COL 5  VALUE 'MATRICULA ATUAL:'.
               02 LINE 4 COL PLUS 1  PIC 9(5) USING WS-TRF-MAT
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 6 COL 5  VALUE 'EMPRESA DE DESTINO:'.
               02 LINE 6 COL PLUS 1  PIC 9(2) USING WS-TRF-DEST-EMPRESA
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 7 COL 5  VALUE 'MATRICULA NO DESTINO:'.
               02 LINE 7 COL PLUS 1  PIC 9(5) USING WS-TRF-DEST-MAT
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 8 COL 5  VALUE 'A PARTIR DE:'.
               02 LINE 8 COL PLUS 1  PIC 99 USING WS-TRF-DIA
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 8 COL PLUS 1  VALUE '/'.
               02 LINE 8 COL PLUS 1  PIC 99 USING WS-TRF-MES
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 8 COL PLUS 1  VALUE '/'.
               02 LINE 8 COL PLUS 1  PIC 9(4) USING WS-TRF-ANO
                   HIGHLIGHT FOREGROUND-COLOR 3.

           01 SS-TELA-PLR HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'PAGAMENTO DE PLR'.
               02 LINE 4 COL 5  VALUE 'ANO BASE:'.
               02 LINE 4 COL PLUS 1  PIC 9(4) USING WS-PLR-ANO-BASE
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 5 COL 5  VALUE 'COMPETENCIA DO PAGAMENTO:'.
               02 LINE 5 COL PLUS 1  PIC 99 USING WS-PLR-MES
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 5 COL PLUS 1  VALUE '/'.
               02 LINE 5 COL PLUS 1  PIC 9(4) USING WS-PLR-ANO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 6 COL 5  VALUE 'VALOR TOTAL A DISTRIBUIR:'.
               02 LINE 6 COL PLUS 1 VALUE 'R$'
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 6 COL PLUS 1 PIC 99999999,99 USING WS-PLR-TOTAL
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 7 COL 5  VALUE
                   'REGRA (F=PARTES IGUAIS/P=SALARIO X MESES):'.
               02 LINE 7 COL PLUS 1  PIC X USING WS-PLR-REGRA
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

           01 SS-TELA-BHV-TIPO HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'BANCO DE HORAS'.
               02 LINE 4 COL 5  VALUE
                   'TIPO (V=VENCIMENTO DA COMPETENCIA/E=EXTRATO):'.
               02 LINE 4 COL PLUS 1  PIC X USING WS-BHV-TIPO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

           01 SS-TELA-BHX HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'EXTRATO DO BANCO DE HORAS'.
               02 LINE 4 COL 5  VALUE 'MATRICULA:'.
               02 LINE 4 COL PLUS 1  PIC 9(5) USING WS-BH-MAT
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 5 COL 5  VALUE 'DA COMPETENCIA:'.
               02 LINE 5 COL PLUS 1  PIC 99 USING WS-BHX-MES-INI
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 5 COL PLUS 1  VALUE '/'.
               02 LINE 5 COL PLUS 1  PIC 9(4) USING WS-BHX-ANO-INI
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 6 COL 5  VALUE 'ATE A COMPETENCIA:'.
               02 LINE 6 COL PLUS 1  PIC 99 USING WS-BHX-MES-FIM
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 6 COL PLUS 1  VALUE '/'.
               02 LINE 6 COL PLUS 1  PIC 9(4) USING WS-BHX-ANO-FIM
                   HIGHLIGHT FOREGROUND-COLOR 3.

           01 SS-TELA-ARQ-TIPO HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'ARQUIVO MORTO DE COMPETENCIAS'.
               02 LINE 4 COL 5  VALUE
                   'TIPO (A=ARQUIVAR ANOS ANTIGOS/R=RESTAURAR UM ANO):'.
               02 LINE 4 COL PLUS 1  PIC X USING WS-ARQ-TIPO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

           01 SS-TELA-ARQ-ANOS HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE
                   'ARQUIVAR AS COMPETENCIAS COM MAIS DE'.
               02 LINE 2 COL PLUS 1  PIC 99 USING WS-ARQ-ANOS
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 2 COL PLUS 1  VALUE 'ANOS'.

           01 SS-TELA-ARQ-ANO HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'ANO A RESTAURAR EM FOLHA1:'.
               02 LINE 2 COL PLUS 1  PIC 9(4) USING WS-ARQ-ANO
                   HIGHLIGHT FOREGROUND-COLOR 3.

           01 SS-TELA-RCP-TIPO HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'RECUPERACAO PELO DIARIO'.
               02 LINE 4 COL 5  VALUE
                   'TIPO (E=DESFAZ UMA EXECUCAO/P=VOLTA A UM PONTO):'.
               02 LINE 4 COL PLUS 1  PIC X USING WS-RCP-TIPO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 6 COL 5  VALUE 'EXECUCAO ATUAL:'.
               02 LINE 6 COL PLUS 1  PIC 9(7) FROM WS-JRN-EXECUCAO
                   HIGHLIGHT FOREGROUND-COLOR 2.

           01 SS-TELA-RCP-EXEC HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'EXECUCAO A DESFAZER:'.
               02 LINE 2 COL PLUS 1  PIC 9(7) USING WS-RCP-EXECUCAO
                   HIGHLIGHT FOREGROUND-COLOR 3.

           01 SS-TELA-RCP-PONTO HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'VOLTAR AO PONTO - DATA:'.
               02 LINE 2 COL PLUS 1  PIC 99 USING RCP-PT-DIA
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 2 COL PLUS 1  VALUE '/'.
               02 LINE 2 COL PLUS 1  PIC 99 USING RCP-PT-MES
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 2 COL PLUS 1  VALUE '/'.
               02 LINE 2 COL PLUS 1  PIC 9(4) USING RCP-PT-ANO
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 2 COL PLUS 3  VALUE 'HORA:'.
               02 LINE 2 COL PLUS 1  PIC 99 USING RCP-PT-HH
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 2 COL PLUS 1  VALUE ':'.
               02 LINE 2 COL PLUS 1  PIC 99 USING RCP-PT-MI
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 2 COL PLUS 1  VALUE ':'.
               02 LINE 2 COL PLUS 1  PIC 99 USING RCP-PT-SS
                   HIGHLIGHT FOREGROUND-COLOR 3.

           01 SS-TELA-FERIAS-MAT HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'MATRICULA:'.
               02 LINE 2 COL PLUS 1  PIC 9(5) USING FER-MAT
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.

      *    DADOS DO PERIODO DE FERIAS - MATRICULA/NOME SO PARA
      *    CONFERENCIA, OS CAMPOS USING SAO O QUE VAI PARA FER-CHAVE E
      *    FER-DADOS
           01 SS-TELA-FERIAS HIGHLIGHT FOREGROUND-COLOR 7.
               02 BLANK SCREEN.
               02 LINE 2 COL 3  VALUE 'MATRICULA:'.
               02 LINE 2 COL PLUS 1  PIC 9(5) FROM FER-MAT
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 2 COL 20 VALUE 'NOME:'.
               02 LINE 2 COL PLUS 1  PIC X(35) FROM MAE-NOME
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 4 COL 5  VALUE 'SALARIO BASE:'.
               02 LINE 4 COL PLUS 1  PIC 999999,99 USING FS-SALBA
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 5 COL 5  VALUE 'INICIO:'.
               02 LINE 5 COL PLUS 1  PIC 9(2) USING FER-INI-DIA
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 5 COL 14 VALUE '/'.
               02 LINE 5 COL 15  PIC 9(2) USING FER-INI-MES
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 5 COL 18 VALUE '/'.
               02 LINE 5 COL 19  PIC 9(4) USING FER-INI-ANO
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 5 COL 30 VALUE 'FIM:'.
               02 LINE 5 COL PLUS 1  PIC 9(2) USING FER-FIM-DIA
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 5 COL 40 VALUE '/'.
               02 LINE 5 COL 41  PIC 9(2) USING FER-FIM-MES
                   HIGHLIGHT FOREGROUND-COLOR 3 AUTO.
               02 LINE 5 COL 44 VALUE '/'.
               02 LINE 5 COL 45  PIC 9(4) USING FER-FIM-ANO
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 6 COL 5  VALUE 'DIAS GOZADOS:'.
               02 LINE 6 COL PLUS 1  PIC 9(2) USING FER-DIAS-GOZADOS
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 6 COL 30 VALUE 'DIAS VENDIDOS:'.
               02 LINE 6 COL PLUS 1  PIC 9(2) USING FER-DIAS-VENDIDOS
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 8 COL 5  VALUE 'FERIAS BRUTAS:'.
               02 LINE 8 COL PLUS 1  PIC ZZZ.ZZ9,99 FROM FER-BRUTO
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 9 COL 5  VALUE 'TERCO CONSTITUCIONAL:'.
               02 LINE 9 COL PLUS 1  PIC ZZZ.ZZ9,99 FROM FER-TERCO
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 10 COL 5  VALUE 'INSS:'.
               02 LINE 8  COL PLUS 5  VALUE 'CONSIGNADO:'.
               02 LINE 8 COL PLUS 1 VALUE 'R$'
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 8 COL PLUS 1 PIC 999999,99 FROM FS-CONSIG
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 8  COL PLUS 5  VALUE 'HORAS EXTRAS 100%:'.
               02 LINE 8 COL PLUS 1 PIC 9(2) USING FS-HE100
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 8  COL PLUS 5  VALUE 'CARGO:'.
               02 LINE 8 COL PLUS 1 PIC 9(4) USING FS-CARGO
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 7  COL 3  VALUE '________________________________
      -'________________________________________________________________
               02 LINE 8  COL PLUS 5  VALUE 'CONSIGNADO:'.
               02 LINE 8 COL PLUS 1 VALUE 'R$'
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 8 COL PLUS 1 PIC 999999,99 FROM FS-CONSIG
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 8  COL PLUS 5  VALUE 'HORAS EXTRAS 100%:'.
               02 LINE 8 COL PLUS 1 PIC 9(2) USING FS-HE100
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 LINE 8  COL PLUS 5  VALUE 'CARGO:'.
               02 LINE 8 COL PLUS 1 PIC 9(4) USING FS-CARGO
                   HIGHLIGHT FOREGROUND-COLOR 3.
               02 line 7  COL 3  VALUE '________________________________
      -'________________________________________________________________
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 11 COL 114 PIC ZZZ.ZZ9,99 FROM FS-TOTAL-HE
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 12 COL 5  VALUE "HORAS EXTRAS 100%"
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 12 COL 114 PIC ZZZ.ZZ9,99 FROM FS-TOTAL-HE100
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 13 COL 5  VALUE "DSR"
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 13 COL 114 PIC ZZZ.ZZ9,99 FROM FS-DSR
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 14 COL 5  VALUE "ADICIONAL INSALUBRIDADE"
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 14 COL 114 PIC ZZZ.ZZ9,99 FROM FS-INSAL
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 15 COL 5  VALUE "ADICIONAL PERICULOSIDADE"
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 15 COL 114 PIC ZZZ.ZZ9,99 FROM FS-PERIC
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 16 COL 5  VALUE "ADICIONAL NOTURNO"
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 16 COL 114 PIC ZZZ.ZZ9,99 FROM FS-NOTURNO
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 17 COL 5  VALUE "VALE-TRANSPORTE"
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 17 COL 153 PIC ZZZ.ZZ9,99 FROM FS-VT
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 18 COL 5 VALUE 'FALTAS'
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 18 COL 153 PIC ZZZ.ZZ9,99 FROM FS-TOTAL-FALTAS
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 19 COL 5  VALUE "INSS"
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 19 COL 153 PIC ZZZ.ZZ9,99 FROM FS-INSS
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 20 COL 5  VALUE "IRRF"
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 20 COL 153 PIC ZZZ.ZZ9,99 FROM FS-IRRF
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 21 COL 5  VALUE "VALE-REFEICAO"
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 21 COL 153 PIC ZZZ.ZZ9,99 FROM FS-VR
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 22 COL 5  VALUE "PLANO DE SAUDE"
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 22 COL 153 PIC ZZZ.ZZ9,99 FROM FS-SAUDE
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 23 COL 5  VALUE "CONSIGNADO"
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 23 COL 153 PIC ZZZ.ZZ9,99 FROM FS-CONSIG
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 line 24  COL 3  VALUE '________________________________
      -'________________________________________________________________
      -'________________________________________________________________
      -'__'.
               02 LINE 25 COL 5 VALUE 'FGTS'
                   HIGHLIGHT FOREGROUND-COLOR 6.
               02 LINE 25 COL 153 PIC ZZZ.ZZ9,99 FROM  FS-FGTS
                   HIGHLIGHT FOREGROUND-COLOR 6.
               02 LINE 26 COL 5  VALUE "SALARIO FAMILIA"
                   HIGHLIGHT FOREGROUND-COLOR 6.
               02 LINE 26 COL 153 PIC ZZZ.ZZ9,99 FROM FS-TOTAL-SFM
                   HIGHLIGHT FOREGROUND-COLOR 6.
               02 LINE 28 COL 97  VALUE 'SALARIO BRUTO: R$'.
               02 LINE 28 COL 114 PIC ZZZ.ZZ9,99 FROM FS-SALBR.
               02 LINE 28 COL 134 VALUE 'SALARIO LIQUIDO: R$'.
               02 LINE 28 COL 153 PIC ZZZ.ZZ9,99 FROM FS-SALIQ.
               02 line 27  COL 3  VALUE '________________________________
      -'________________________________________________________________
      -'________________________________________________________________
      -'__'.
               02 LINE 9 COL PLUS 1 PIC ZZ.ZZZ.ZZ9,99
                   FROM WS-RESC-FGTS-MULTA
                   HIGHLIGHT FOREGROUND-COLOR 2.
               02 LINE 10 COL 5  VALUE 'DESCONTO CONSIGNADO:'.
               02 LINE 10 COL PLUS 1 PIC ZZ.ZZZ.ZZ9,99
                   FROM WS-RESC-CONSIG
                   HIGHLIGHT FOREGROUND-COLOR 4.
               02 LINE 11 COL 5  VALUE 'TOTAL LIQUIDO DO TRCT:'.
               02 LINE 11 COL PLUS 1 PIC ZZ.ZZZ.ZZ9,99
                   FROM WS-RESC-TOTAL
           PERFORM UNTIL SAIR
               MOVE SPACES TO WS-OPCAO
               ACCEPT SS-TELA-OPCAO
               PERFORM JRN-NOVA-EXECUCAO THRU JRN-NOVA-EXECUCAO-FIM
               EVALUATE TRUE
                   WHEN CADASTRAR
                       PERFORM CADASTRO THRU CADASTRO-FIM
                       PERFORM SIMULA THRU SIMULA-FIM
                   WHEN GERA-MOVIMENTACAO
                       PERFORM MOVIMENTO THRU MOVIMENTO-FIM
                   WHEN LANCAR-CONSIGNADO
                       PERFORM CONSIGNADO THRU CONSIGNADO-FIM
                   WHEN LANCAR-VALE-TRANSP
                       PERFORM VALE-TRANSP THRU VALE-TRANSP-FIM
                   WHEN LANCAR-ADICIONAIS
                       PERFORM ADICIONAIS THRU ADICIONAIS-FIM
                   WHEN LANCAR-FERIADOS
                       PERFORM FERIADOS THRU FERIADOS-FIM
                   WHEN LANCAR-CARGOS
                       PERFORM CARGOS THRU CARGOS-FIM
                   WHEN RECUPERA-DIARIO
                       PERFORM RECUPERA THRU RECUPERA-FIM
                   WHEN ARQUIVO-ANUAL
                       PERFORM ARQUIVA THRU ARQUIVA-FIM
                   WHEN TRANSF-GRUPO
                       PERFORM TRANSFERE THRU TRANSFERE-FIM
                   WHEN PLR-PAGAMENTO
                       PERFORM PAGA-PLR THRU PAGA-PLR-FIM
                   WHEN BANCO-VENC-EXTRATO
                       PERFORM BANCO-DATADO THRU BANCO-DATADO-FIM
               END-EVALUATE
           END-PERFORM.
       FINALIZA.
           CLOSE FERIAS1.
           CLOSE AFAST1.
           CLOSE PENSAO1.
           CLOSE CONSIG1.
           CLOSE VTRANS1.
           CLOSE FERIADO1.
           CLOSE CARGOS1.
           CLOSE HISTSAL1.
           CLOSE JORNAL1.
           CLOSE FOLHAHIST1.
           CLOSE TABPLR1.
           CLOSE PLR1.
           CLOSE BHLANC1.
           STOP RUN.

       CADASTRO.
               MOVE MAE-ADMISSAO TO FS-ADMISSAO
               MOVE MAE-DEP TO FS-DEP
               MOVE MAE-FILHOS TO FS-FILHOS
               MOVE MAE-CARGO TO FS-CARGO
               ACCEPT SS-TELA-FOLHA-MES
           ELSE
               ACCEPT SS-TELA-FOLHA
           INSPECT FS-OP-VT CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
      *    FIM - CONVERTENDO DE MINUSCULO PARA MAIUSCULO

      *    CARGO DA TABELA: CONFERE A FAIXA SALARIAL E TRAZ O TITULO
      *    PARA A FUNCAO ANTES DA VALIDACAO GERAL
           PERFORM VALIDA-CARGO THRU VALIDA-CARGO-FIM.
           IF WS-CRG-ERRO NOT = SPACES
               MOVE WS-CRG-ERRO TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO CADASTRO-LOOP
           END-IF.

           PERFORM VALIDA-CAMPOS THRU VALIDA-CAMPOS-FIM.
           IF CAMPOS-INVALIDOS
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
      *    FIM - CONVERTENDO DE MINUSCULO PARA MAIUSCULO

      *    INICIO - VALIDAÇÃO DE TODOS OS DADOS INFORMADOS
           PERFORM VALIDA-CARGO THRU VALIDA-CARGO-FIM.
           IF WS-CRG-ERRO NOT = SPACES
               MOVE WS-CRG-ERRO TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO CADASTRO-LOOP
           END-IF.
           PERFORM VALIDA-CAMPOS THRU VALIDA-CAMPOS-FIM.
           IF CAMPOS-INVALIDOS
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
           IF FS-REF-MES = FS-ADM-MES AND FS-REF-ANO = FS-ADM-ANO
               MOVE FS-ADM-DIA TO WS-PROP-DIA-INI
           END-IF.
      *    ZERANDO O BUFFER ANTES DO READ PARA O DESLIGAMENTO (E OS
      *    ADICIONAIS) DE OUTRA MATRICULA LIDA ANTES NAO VAZAR QUANDO A
      *    CHAVE NAO EXISTIR
           MOVE ZEROS TO MAE-DESLIGAMENTO.
           MOVE ZEROS TO MAE-INSAL-GRAU MAE-HORAS-NOTURNAS.
           MOVE ZEROS TO MAE-TRANSFERENCIA.
           MOVE 'N' TO MAE-PERICULOSO.
           MOVE FS-EMPRESA TO MAE-EMPRESA.
           MOVE FS-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *            MATRICULA VINDA DE OUTRA EMPRESA DO GRUPO: NO MES DA
      *            TRANSFERENCIA A JANELA COMECA NA DATA DE ENTRADA
                   IF MAE-TRF-ANO > 0
                       AND FS-REF-MES = MAE-TRF-MES
                       AND FS-REF-ANO = MAE-TRF-ANO
                       AND MAE-TRF-DIA > WS-PROP-DIA-INI
                       MOVE MAE-TRF-DIA TO WS-PROP-DIA-INI
                   END-IF
                   IF MAE-DESL-ANO > 0
                       AND FS-REF-MES = MAE-DESL-MES
                       AND FS-REF-ANO = MAE-DESL-ANO
           END-IF.
      *    FIM - PRORATEANDO O SALARIO BASE

      *    INICIO - ADICIONAIS DE INSALUBRIDADE, PERICULOSIDADE E
      *    NOTURNO DO CADASTRO DO MASTER (JA LIDO ACIMA). ACOMPANHAM OS
      *    DIAS DO PRORATEIO; A HORA NOTURNA SAI DO SALARIO CHEIO
           MOVE FS-REF-ANO TO WS-TAB-ANO-BUSCA.
           MOVE FS-SALBA TO WS-ADC-SALBA.
           MOVE FS-SALBA-PROP TO WS-ADC-BASE.
           MOVE FS-CH TO WS-ADC-CH.
           COMPUTE WS-ADC-DIAS = WS-PROP-DIA-FIM - WS-PROP-DIA-INI + 1.
           PERFORM ADICIONAIS-CALCULA THRU ADICIONAIS-CALCULA-FIM.
           MOVE WS-ADC-INSAL TO FS-INSAL.
           MOVE WS-ADC-PERIC TO FS-PERIC.
           MOVE WS-ADC-NOTURNO TO FS-NOTURNO.
      *    FIM - ADICIONAIS DE INSALUBRIDADE, PERICULOSIDADE E NOTURNO

      *    INICIO - CALCULANDO HORAS EXTRAS - SE O LANCAMENTO FOR PARA
      *    O BANCO DE HORAS (FS-HE-MODO = 'B'), NAO PAGA EM DINHEIRO
      *    NESTE MES; AS HORAS VAO PARA MAE-SALDO-HORAS EM VEZ DISSO
           END-IF.
      *    FIM - CALCULANDO HORAS EXTRAS

      *    INICIO - CALCULANDO HORAS EXTRAS A 100% (DOMINGOS E
      *    FERIADOS), SEMPRE PAGAS, MESMA TARIFA HORARIA DE CIMA
           COMPUTE FS-TOTAL-HE100 = ( (FS-SALBA / FS-CH) * 2 )
               * FS-HE100.
      *    FIM - CALCULANDO HORAS EXTRAS A 100%

      *    INICIO - HORAS VENCIDAS DO BANCO DE HORAS, PAGAS COMO HORA
      *    EXTRA DE 50% PELA MESMA TARIFA HORARIA E COM REFLEXO NO DSR
           COMPUTE FS-TOTAL-HE-VENC = ( (FS-SALBA / FS-CH) +
               (FS-SALBA / FS-CH) * 50 / 100 ) * FS-HE-VENC.
      *    FIM - HORAS VENCIDAS DO BANCO DE HORAS

      *    INICIO - CALCULANDO DESCANSO SEMANAL REMUNERADO - REFLEXO
      *    DAS HORAS EXTRAS PAGAS NO MES: VALOR DAS HORAS EXTRAS
      *    DIVIDIDO PELOS DIAS DE TRABALHO (SEGUNDA A SABADO QUE NAO
      *    SEJAM FERIADO) E MULTIPLICADO PELOS DIAS DE DESCANSO
      *    (DOMINGOS E FERIADOS) DA COMPETENCIA, PELO CALENDARIO DE
      *    FERIADOS DA EMPRESA
           MOVE FS-EMPRESA TO WS-CAL-EMPRESA.
           MOVE FS-REF-ANO TO WS-CAL-ANO.
           MOVE FS-REF-MES TO WS-CAL-MES.
           PERFORM CALENDARIO-MES THRU CALENDARIO-MES-FIM.
           COMPUTE WS-DSR-TRABALHO = WS-CAL-DIAS-UTEIS + WS-CAL-SABADOS.
           IF WS-DSR-TRABALHO > 0
               COMPUTE FS-DSR ROUNDED = ((FS-TOTAL-HE + FS-TOTAL-HE100
                   + FS-TOTAL-HE-VENC) / WS-DSR-TRABALHO)
                   * WS-CAL-DESCANSOS
           ELSE
               MOVE ZEROS TO FS-DSR
           END-IF.
      *    FIM - CALCULANDO DESCANSO SEMANAL REMUNERADO

      *    INICIO - CALCULANDO SALARIO BRUTO
           COMPUTE FS-SALBR = FS-SALBA-PROP + FS-TOTAL-HE
               + FS-TOTAL-HE100 + FS-TOTAL-HE-VENC + FS-DSR
               + FS-INSAL + FS-PERIC + FS-NOTURNO.
      *    FIM - CALCULANDO SALARIO BRUTO

      *    FIM - CALCULANDO VALE-TRANSPORTE, CASO O USUARIO QUEIRA
      *    O DESCONTO E O MENOR ENTRE 6% DO SALARIO BASE DO MES E O
      *    CUSTO REAL DAS PASSAGENS (VT-CUSTO-MES) QUANDO A MATRICULA
      *    TEM CADASTRO EM VTRANS1; SEM CADASTRO FICAM OS 6%
           IF VT-SIM
               COMPUTE FS-VT = FS-SALBA-PROP * 0,06
               MOVE FS-EMPRESA TO VTR-EMPRESA
               MOVE FS-MAT TO VTR-MAT
               READ VTRANS1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-REF-ANO TO WS-VTR-ANO
                       MOVE FS-REF-MES TO WS-VTR-MES
                       PERFORM VT-CUSTO-MES THRU VT-CUSTO-MES-FIM
                       IF WS-VTR-CUSTO < FS-VT
                           MOVE WS-VTR-CUSTO TO FS-VT
                       END-IF
               END-READ
           ELSE
               COMPUTE FS-VT = 0
           END-IF.
           COMPUTE FS-FGTS = FS-SALBR * 0,08.
      *    FIM - CALCULANDO FGTS

      *    INICIO - CONSIGNADO: SOMA AS PARCELAS DOS CONTRATOS DE
      *    CONSIG1 VIGENTES NA COMPETENCIA (VER CONSIG-VIGENTE)
           MOVE FS-EMPRESA TO WS-CON-EMP-BUSCA.
           MOVE FS-MAT TO WS-CON-MAT-BUSCA.
           MOVE FS-REF-ANO TO WS-CON-ANO.
           MOVE FS-REF-MES TO WS-CON-MES.
           MOVE ZEROS TO WS-CON-EXCLUI.
           PERFORM CONSIG-SOMA-MAT THRU CONSIG-SOMA-MAT-FIM.
           MOVE WS-CON-SOMA TO FS-CONSIG.
      *    FIM - CONSIGNADO

           COMPUTE FS-SALIQ = FS-SALBR - FS-INSS - FS-IRRF - FS-VT
               - FS-TOTAL-FALTAS - FS-VR - FS-SAUDE - FS-CONSIG
               - FS-PENSAO - FS-ADIANT.
                       CONTINUE
                   NOT INVALID KEY
                       ADD FS-HE TO MAE-SALDO-HORAS
                       PERFORM JRN-ANTES-MASTER THRU
                           JRN-ANTES-MASTER-FIM
                       REWRITE MAE-REGISTRO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM JRN-ALTERA-MASTER THRU
                                   JRN-ALTERA-MASTER-FIM
                       END-REWRITE
      *                CREDITO DATADO DA COMPETENCIA DA FOLHA
                       PERFORM BHL-DA-FOLHA THRU BHL-DA-FOLHA-FIM
                       MOVE FS-HE TO WS-BHL-HORAS
                       MOVE 'L' TO WS-BHL-ORIGEM
                       PERFORM BHL-CREDITA THRU BHL-CREDITA-FIM
               END-READ
           END-IF.
       ATUALIZA-SALDO-HORAS-FIM.
               PERFORM MOSTRA-ERRO
               MOVE ZEROS TO FS-CHAVE
               NOT INVALID KEY
                   PERFORM JRN-INCLUI-FOLHA THRU JRN-INCLUI-FOLHA-FIM
                   IF NOT MAT-ACHADA
                       MOVE FS-EMPRESA TO MAE-EMPRESA
                       MOVE FS-MAT TO MAE-MAT
                       MOVE ZEROS TO MAE-SALDO-HORAS
                       MOVE ZEROS TO MAE-DESLIGAMENTO
                       MOVE SPACES TO MAE-DESL-TIPO
                       MOVE ZEROS TO MAE-INSAL-GRAU MAE-HORAS-NOTURNAS
                       MOVE 'N' TO MAE-PERICULOSO
                       MOVE ZEROS TO MAE-CARGO MAE-SALARIO
                       MOVE ZEROS TO MAE-TRANSFERENCIA
                       WRITE MAE-REGISTRO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM JRN-INCLUI-MASTER THRU
                                   JRN-INCLUI-MASTER-FIM
                       END-WRITE
                   END-IF
                   PERFORM ATUALIZA-CARGO-SALARIO THRU
                       ATUALIZA-CARGO-SALARIO-FIM
                   PERFORM ATUALIZA-SALDO-HORAS THRU
                       ATUALIZA-SALDO-HORAS-FIM
                   MOVE ZEROS TO WS-LOG-SALBA-ANT WS-LOG-SALIQ-ANT
           CLOSE FOLHALOG1.
       GRAVA-LOG-FIM.

      *-----------------------------------------------------------------
      *    VALIDA-CARGO - CONFERE FS-CARGO NA TABELA DE CARGOS: CARGO
      *    CADASTRADO E SALARIO BASE DENTRO DA FAIXA. O TITULO DO CARGO
      *    PASSA A SER A FUNCAO DA FOLHA; CARGO ZERO FICA COM A FUNCAO
      *    DIGITADA. DEVOLVE A CRITICA EM WS-CRG-ERRO (ESPACOS = OK)
      *-----------------------------------------------------------------
       VALIDA-CARGO.
           MOVE SPACES TO WS-CRG-ERRO.
           IF FS-CARGO = 0
               GO TO VALIDA-CARGO-FIM
           END-IF.
           MOVE FS-EMPRESA TO CRG-EMPRESA.
           MOVE FS-CARGO TO CRG-CODIGO.
           READ CARGOS1
               INVALID KEY
                   MOVE "CARGO NAO CADASTRADO" TO WS-CRG-ERRO
                   GO TO VALIDA-CARGO-FIM
           END-READ.
           IF FS-SALBA < CRG-SAL-MIN OR FS-SALBA > CRG-SAL-MAX
               MOVE "SALARIO FORA DA FAIXA DO CARGO" TO WS-CRG-ERRO
               GO TO VALIDA-CARGO-FIM
           END-IF.
           MOVE CRG-TITULO TO FS-FUNC.
       VALIDA-CARGO-FIM.

      *    CONFERE O SALARIO BASE E O CARGO DA FOLHA RECEM-GRAVADA COM
      *    OS VIGENTES NO MASTER E, SE MUDARAM, GRAVA A ALTERACAO NO
      *    HISTORICO SALARIAL E ATUALIZA O MASTER. MASTER AINDA SEM
      *    SALARIO (RECEM-CRIADO OU ANTERIOR AO HISTORICO) ENTRA COMO
      *    ADMISSAO, COM VIGENCIA NA DATA DE ADMISSAO; DEPOIS, CARGO
      *    NOVO E PROMOCAO E SO O SALARIO E MERITO, COM VIGENCIA NO
      *    DIA 1 DA COMPETENCIA
       ATUALIZA-CARGO-SALARIO.
           MOVE FS-EMPRESA TO MAE-EMPRESA.
           MOVE FS-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   GO TO ATUALIZA-CARGO-SALARIO-FIM
           END-READ.
           IF MAE-SALARIO = FS-SALBA AND MAE-CARGO = FS-CARGO
               GO TO ATUALIZA-CARGO-SALARIO-FIM
           END-IF.
      *    COMPETENCIA ANTERIOR A ULTIMA ALTERACAO DO HISTORICO NAO
      *    MEXE NO MASTER NEM NO HISTORICO - MESMA REGRA DE
      *    MODIFICA-HISTSAL
           PERFORM HSA-ULTIMA-VIG THRU HSA-ULTIMA-VIG-FIM.
           COMPUTE WS-HSA-COMP = (FS-REF-ANO * 100) + FS-REF-MES.
           IF WS-HSA-COMP < WS-HSA-ULT-VIG
               GO TO ATUALIZA-CARGO-SALARIO-FIM
           END-IF.
           MOVE FS-EMPRESA TO HSA-EMPRESA.
           MOVE FS-MAT TO HSA-MAT.
           MOVE MAE-SALARIO TO HSA-SAL-ANT.
           MOVE FS-SALBA TO HSA-SAL-NOVO.
           MOVE MAE-CARGO TO HSA-CARGO-ANT.
           MOVE FS-CARGO TO HSA-CARGO-NOVO.
           IF MAE-SALARIO = 0
               MOVE 'A' TO HSA-MOTIVO
               MOVE MAE-ADM-ANO TO HSA-VIG-ANO
               MOVE MAE-ADM-MES TO HSA-VIG-MES
               MOVE MAE-ADM-DIA TO HSA-VIG-DIA
           ELSE
               MOVE FS-REF-ANO TO HSA-VIG-ANO
               MOVE FS-REF-MES TO HSA-VIG-MES
               MOVE 1 TO HSA-VIG-DIA
               IF MAE-CARGO NOT = FS-CARGO
                   MOVE 'P' TO HSA-MOTIVO
               ELSE
                   MOVE 'M' TO HSA-MOTIVO
               END-IF
           END-IF.
           PERFORM GRAVA-HISTSAL THRU GRAVA-HISTSAL-FIM.
           MOVE FS-SALBA TO MAE-SALARIO.
           MOVE FS-CARGO TO MAE-CARGO.
           MOVE FS-FUNC TO MAE-FUNC.
           PERFORM JRN-ANTES-MASTER THRU JRN-ANTES-MASTER-FIM.
           REWRITE MAE-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-MASTER THRU JRN-ALTERA-MASTER-FIM
           END-REWRITE.
       ATUALIZA-CARGO-SALARIO-FIM.

      *    VIGENCIA DA ULTIMA ALTERACAO DE FS-EMPRESA/FS-MAT EM
      *    HISTSAL1 (ZERO SE NAO HOUVER NENHUMA)
       HSA-ULTIMA-VIG.
           MOVE ZEROS TO WS-HSA-ULT-VIG.
           MOVE FS-EMPRESA TO HSA-EMPRESA.
           MOVE FS-MAT TO HSA-MAT.
           MOVE ZEROS TO HSA-VIGENCIA HSA-HORA.
           MOVE 'N' TO WS-HSA-FIM.
           START HISTSAL1 KEY IS NOT LESS THAN HSA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-HSA-FIM
           END-START.
           PERFORM HSA-ULTIMA-LE THRU HSA-ULTIMA-LE-FIM
               UNTIL HSA-FIM.
       HSA-ULTIMA-VIG-FIM.

       HSA-ULTIMA-LE.
           READ HISTSAL1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-HSA-FIM
           END-READ.
           IF HSA-FIM
               GO TO HSA-ULTIMA-LE-FIM
           END-IF.
           IF HSA-EMPRESA NOT = FS-EMPRESA OR HSA-MAT NOT = FS-MAT
               MOVE 'S' TO WS-HSA-FIM
               GO TO HSA-ULTIMA-LE-FIM
           END-IF.
           COMPUTE WS-HSA-ULT-VIG = (HSA-VIG-ANO * 100) + HSA-VIG-MES.
       HSA-ULTIMA-LE-FIM.

      *    GRAVA UMA ALTERACAO EM HISTSAL1. O CHAMADOR PREENCHE A
      *    MATRICULA, A VIGENCIA, OS VALORES ANTES/DEPOIS E O MOTIVO;
      *    DUAS ALTERACOES NA MESMA VIGENCIA SE DESEMPATAM PELA HORA
       GRAVA-HISTSAL.
           ACCEPT HSA-DATA-GRAV FROM DATE YYYYMMDD.
           ACCEPT HSA-HORA FROM TIME.
           MOVE WS-OPERADOR TO HSA-OPERADOR.
           MOVE 'N' TO WS-HSA-GRAVOU.
           MOVE ZEROS TO WS-HSA-TENTATIVAS.
           PERFORM GRAVA-HISTSAL-TENTA THRU GRAVA-HISTSAL-TENTA-FIM
               UNTIL HSA-GRAVOU OR WS-HSA-TENTATIVAS > 9.
       GRAVA-HISTSAL-FIM.

       GRAVA-HISTSAL-TENTA.
           ADD 1 TO WS-HSA-TENTATIVAS.
           WRITE HSA-REGISTRO
               INVALID KEY
                   ADD 1 TO HSA-HORA
               NOT INVALID KEY
                   MOVE 'S' TO WS-HSA-GRAVOU
           END-WRITE.
       GRAVA-HISTSAL-TENTA-FIM.

      *-----------------------------------------------------------------
      *    DIARIO ANTES/DEPOIS (JORNAL1) - TODA GRAVACAO, REGRAVACAO E
      *    EXCLUSAO EM FOLHA1, FUNCIONARIOS E BHLANC1 PASSA POR AQUI,
      *    ASSIM COMO A BAIXA DOS CONTRATOS DE CONSIG1 NO REPASSE E NA
      *    RESCISAO E TUDO O QUE A TRANSFERENCIA GRAVA. ANTES DE
      *    REGRAVAR OU EXCLUIR, JRN-ANTES-<ARQUIVO> LEEM A
      *    IMAGEM QUE ESTA NO DISCO SEM PERDER O REGISTRO JA MONTADO NA
      *    AREA (A LEITURA E PELA CHAVE PRINCIPAL, A MESMA DAS
      *    VARREDURAS QUE REGRAVAM, ENTAO O READ NEXT SEGUINTE CONTINUA
      *    DO MESMO PONTO). DEPOIS DA OPERACAO BEM-SUCEDIDA,
      *    JRN-INCLUI-/JRN-ALTERA-/JRN-EXCLUI- GRAVAM O LANCAMENTO COM
      *    A EXECUCAO, A OPCAO DO MENU E O OPERADOR
      *-----------------------------------------------------------------
       JRN-ANTES-FOLHA.
           MOVE FS-COLABORADOR TO WS-JRN-IMG-DEPOIS.
           MOVE 'N' TO WS-JRN-ACHOU.
           MOVE SPACES TO WS-JRN-IMG-ANTES.
           READ FOLHA1
               INVALID KEY
                   MOVE 'N' TO WS-JRN-ACHOU
                   MOVE SPACES TO WS-JRN-IMG-ANTES
               NOT INVALID KEY
                   MOVE 'S' TO WS-JRN-ACHOU
                   MOVE FS-COLABORADOR TO WS-JRN-IMG-ANTES
           END-READ.
           MOVE WS-JRN-IMG-DEPOIS TO FS-COLABORADOR.
       JRN-ANTES-FOLHA-FIM.

       JRN-ANTES-MASTER.
           MOVE MAE-REGISTRO TO WS-JRN-IMG-DEPOIS.
           MOVE 'N' TO WS-JRN-ACHOU.
           MOVE SPACES TO WS-JRN-IMG-ANTES.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE 'N' TO WS-JRN-ACHOU
                   MOVE SPACES TO WS-JRN-IMG-ANTES
               NOT INVALID KEY
                   MOVE 'S' TO WS-JRN-ACHOU
                   MOVE MAE-REGISTRO TO WS-JRN-IMG-ANTES
           END-READ.
           MOVE WS-JRN-IMG-DEPOIS TO MAE-REGISTRO.
       JRN-ANTES-MASTER-FIM.

       JRN-ANTES-CONSIG.
           MOVE CON-REGISTRO TO WS-JRN-IMG-DEPOIS.
           MOVE 'N' TO WS-JRN-ACHOU.
           MOVE SPACES TO WS-JRN-IMG-ANTES.
           READ CONSIG1
               INVALID KEY
                   MOVE 'N' TO WS-JRN-ACHOU
                   MOVE SPACES TO WS-JRN-IMG-ANTES
               NOT INVALID KEY
                   MOVE 'S' TO WS-JRN-ACHOU
                   MOVE CON-REGISTRO TO WS-JRN-IMG-ANTES
           END-READ.
           MOVE WS-JRN-IMG-DEPOIS TO CON-REGISTRO.
       JRN-ANTES-CONSIG-FIM.

       JRN-INCLUI-FOLHA.
           MOVE 'F' TO WS-JRN-ARQUIVO.
           MOVE 'I' TO WS-JRN-OPERACAO.
           MOVE FS-COLABORADOR TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-INCLUI-FOLHA-FIM.

       JRN-ALTERA-FOLHA.
           MOVE 'F' TO WS-JRN-ARQUIVO.
           MOVE 'A' TO WS-JRN-OPERACAO.
           MOVE FS-COLABORADOR TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-ALTERA-FOLHA-FIM.

       JRN-EXCLUI-FOLHA.
           MOVE 'F' TO WS-JRN-ARQUIVO.
           MOVE 'E' TO WS-JRN-OPERACAO.
           MOVE SPACES TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-EXCLUI-FOLHA-FIM.

       JRN-INCLUI-MASTER.
           MOVE 'M' TO WS-JRN-ARQUIVO.
           MOVE 'I' TO WS-JRN-OPERACAO.
           MOVE MAE-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-INCLUI-MASTER-FIM.

       JRN-ALTERA-MASTER.
           MOVE 'M' TO WS-JRN-ARQUIVO.
           MOVE 'A' TO WS-JRN-OPERACAO.
           MOVE MAE-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-ALTERA-MASTER-FIM.

       JRN-EXCLUI-MASTER.
           MOVE 'M' TO WS-JRN-ARQUIVO.
           MOVE 'E' TO WS-JRN-OPERACAO.
           MOVE SPACES TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-EXCLUI-MASTER-FIM.

       JRN-INCLUI-CONSIG.
           MOVE 'C' TO WS-JRN-ARQUIVO.
           MOVE 'I' TO WS-JRN-OPERACAO.
           MOVE CON-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-INCLUI-CONSIG-FIM.

       JRN-ALTERA-CONSIG.
           MOVE 'C' TO WS-JRN-ARQUIVO.
           MOVE 'A' TO WS-JRN-OPERACAO.
           MOVE CON-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-ALTERA-CONSIG-FIM.

       JRN-EXCLUI-CONSIG.
           MOVE 'C' TO WS-JRN-ARQUIVO.
           MOVE 'E' TO WS-JRN-OPERACAO.
           MOVE SPACES TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-EXCLUI-CONSIG-FIM.

       JRN-ANTES-FERIAS.
           MOVE FER-REGISTRO TO WS-JRN-IMG-DEPOIS.
           MOVE 'N' TO WS-JRN-ACHOU.
           MOVE SPACES TO WS-JRN-IMG-ANTES.
           READ FERIAS1
               INVALID KEY
                   MOVE 'N' TO WS-JRN-ACHOU
                   MOVE SPACES TO WS-JRN-IMG-ANTES
               NOT INVALID KEY
                   MOVE 'S' TO WS-JRN-ACHOU
                   MOVE FER-REGISTRO TO WS-JRN-IMG-ANTES
           END-READ.
           MOVE WS-JRN-IMG-DEPOIS TO FER-REGISTRO.
       JRN-ANTES-FERIAS-FIM.

       JRN-INCLUI-FERIAS.
           MOVE 'E' TO WS-JRN-ARQUIVO.
           MOVE 'I' TO WS-JRN-OPERACAO.
           MOVE FER-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-INCLUI-FERIAS-FIM.

       JRN-ALTERA-FERIAS.
           MOVE 'E' TO WS-JRN-ARQUIVO.
           MOVE 'A' TO WS-JRN-OPERACAO.
           MOVE FER-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-ALTERA-FERIAS-FIM.

       JRN-EXCLUI-FERIAS.
           MOVE 'E' TO WS-JRN-ARQUIVO.
           MOVE 'E' TO WS-JRN-OPERACAO.
           MOVE SPACES TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-EXCLUI-FERIAS-FIM.

       JRN-ANTES-AFAST.
           MOVE AFA-REGISTRO TO WS-JRN-IMG-DEPOIS.
           MOVE 'N' TO WS-JRN-ACHOU.
           MOVE SPACES TO WS-JRN-IMG-ANTES.
           READ AFAST1
               INVALID KEY
                   MOVE 'N' TO WS-JRN-ACHOU
                   MOVE SPACES TO WS-JRN-IMG-ANTES
               NOT INVALID KEY
                   MOVE 'S' TO WS-JRN-ACHOU
                   MOVE AFA-REGISTRO TO WS-JRN-IMG-ANTES
           END-READ.
           MOVE WS-JRN-IMG-DEPOIS TO AFA-REGISTRO.
       JRN-ANTES-AFAST-FIM.

       JRN-INCLUI-AFAST.
           MOVE 'A' TO WS-JRN-ARQUIVO.
           MOVE 'I' TO WS-JRN-OPERACAO.
           MOVE AFA-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-INCLUI-AFAST-FIM.

       JRN-ALTERA-AFAST.
           MOVE 'A' TO WS-JRN-ARQUIVO.
           MOVE 'A' TO WS-JRN-OPERACAO.
           MOVE AFA-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-ALTERA-AFAST-FIM.

       JRN-EXCLUI-AFAST.
           MOVE 'A' TO WS-JRN-ARQUIVO.
           MOVE 'E' TO WS-JRN-OPERACAO.
           MOVE SPACES TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-EXCLUI-AFAST-FIM.

       JRN-ANTES-PENSAO.
           MOVE PEN-REGISTRO TO WS-JRN-IMG-DEPOIS.
           MOVE 'N' TO WS-JRN-ACHOU.
           MOVE SPACES TO WS-JRN-IMG-ANTES.
           READ PENSAO1
               INVALID KEY
                   MOVE 'N' TO WS-JRN-ACHOU
                   MOVE SPACES TO WS-JRN-IMG-ANTES
               NOT INVALID KEY
                   MOVE 'S' TO WS-JRN-ACHOU
                   MOVE PEN-REGISTRO TO WS-JRN-IMG-ANTES
           END-READ.
           MOVE WS-JRN-IMG-DEPOIS TO PEN-REGISTRO.
       JRN-ANTES-PENSAO-FIM.

       JRN-INCLUI-PENSAO.
           MOVE 'P' TO WS-JRN-ARQUIVO.
           MOVE 'I' TO WS-JRN-OPERACAO.
           MOVE PEN-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-INCLUI-PENSAO-FIM.

       JRN-ALTERA-PENSAO.
           MOVE 'P' TO WS-JRN-ARQUIVO.
           MOVE 'A' TO WS-JRN-OPERACAO.
           MOVE PEN-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-ALTERA-PENSAO-FIM.

       JRN-EXCLUI-PENSAO.
           MOVE 'P' TO WS-JRN-ARQUIVO.
           MOVE 'E' TO WS-JRN-OPERACAO.
           MOVE SPACES TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-EXCLUI-PENSAO-FIM.

       JRN-ANTES-VTRANS.
           MOVE VTR-REGISTRO TO WS-JRN-IMG-DEPOIS.
           MOVE 'N' TO WS-JRN-ACHOU.
           MOVE SPACES TO WS-JRN-IMG-ANTES.
           READ VTRANS1
               INVALID KEY
                   MOVE 'N' TO WS-JRN-ACHOU
                   MOVE SPACES TO WS-JRN-IMG-ANTES
               NOT INVALID KEY
                   MOVE 'S' TO WS-JRN-ACHOU
                   MOVE VTR-REGISTRO TO WS-JRN-IMG-ANTES
           END-READ.
           MOVE WS-JRN-IMG-DEPOIS TO VTR-REGISTRO.
       JRN-ANTES-VTRANS-FIM.

       JRN-INCLUI-VTRANS.
           MOVE 'V' TO WS-JRN-ARQUIVO.
           MOVE 'I' TO WS-JRN-OPERACAO.
           MOVE VTR-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-INCLUI-VTRANS-FIM.

       JRN-ALTERA-VTRANS.
           MOVE 'V' TO WS-JRN-ARQUIVO.
           MOVE 'A' TO WS-JRN-OPERACAO.
           MOVE VTR-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-ALTERA-VTRANS-FIM.

       JRN-EXCLUI-VTRANS.
           MOVE 'V' TO WS-JRN-ARQUIVO.
           MOVE 'E' TO WS-JRN-OPERACAO.
           MOVE SPACES TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-EXCLUI-VTRANS-FIM.

       JRN-ANTES-BANCO.
           MOVE BHL-REGISTRO TO WS-JRN-IMG-DEPOIS.
           MOVE 'N' TO WS-JRN-ACHOU.
           MOVE SPACES TO WS-JRN-IMG-ANTES.
           READ BHLANC1
               INVALID KEY
                   MOVE 'N' TO WS-JRN-ACHOU
                   MOVE SPACES TO WS-JRN-IMG-ANTES
               NOT INVALID KEY
                   MOVE 'S' TO WS-JRN-ACHOU
                   MOVE BHL-REGISTRO TO WS-JRN-IMG-ANTES
           END-READ.
           MOVE WS-JRN-IMG-DEPOIS TO BHL-REGISTRO.
       JRN-ANTES-BANCO-FIM.

       JRN-INCLUI-BANCO.
           MOVE 'B' TO WS-JRN-ARQUIVO.
           MOVE 'I' TO WS-JRN-OPERACAO.
           MOVE BHL-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-INCLUI-BANCO-FIM.

       JRN-ALTERA-BANCO.
           MOVE 'B' TO WS-JRN-ARQUIVO.
           MOVE 'A' TO WS-JRN-OPERACAO.
           MOVE BHL-REGISTRO TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-ALTERA-BANCO-FIM.

       JRN-EXCLUI-BANCO.
           MOVE 'B' TO WS-JRN-ARQUIVO.
           MOVE 'E' TO WS-JRN-OPERACAO.
           MOVE SPACES TO WS-JRN-IMG-DEPOIS.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-EXCLUI-BANCO-FIM.

       JRN-GRAVA.
           ADD 1 TO WS-JRN-SEQ.
           COMPUTE JRN-SEQ-INV = 999999999 - WS-JRN-SEQ.
           MOVE WS-JRN-SEQ TO JRN-SEQ.
           MOVE WS-JRN-EXECUCAO TO JRN-EXECUCAO.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE WS-OPERADOR TO JRN-OPERADOR.
           MOVE WS-JRN-OPCAO TO JRN-OPCAO.
           MOVE WS-JRN-ARQUIVO TO JRN-ARQUIVO.
           MOVE WS-JRN-OPERACAO TO JRN-OPERACAO.
           IF JRN-OP-INCLUSAO
               MOVE SPACES TO JRN-ANTES
           ELSE
               MOVE WS-JRN-IMG-ANTES TO JRN-ANTES
           END-IF.
           MOVE WS-JRN-IMG-DEPOIS TO JRN-DEPOIS.
           WRITE JRN-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE.
       JRN-GRAVA-FIM.

      *    RETOMA A SEQUENCIA E A NUMERACAO DAS EXECUCOES DO LANCAMENTO
      *    MAIS NOVO DO DIARIO, QUE E O PRIMEIRO NA ORDEM DA CHAVE
       JRN-ULTIMO.
           MOVE ZEROS TO WS-JRN-SEQ WS-JRN-EXECUCAO.
           MOVE ZEROS TO JRN-CHAVE.
           START JORNAL1 KEY IS NOT LESS THAN JRN-CHAVE
               INVALID KEY
                   GO TO JRN-ULTIMO-FIM
           END-START.
           READ JORNAL1 NEXT RECORD
               AT END
                   GO TO JRN-ULTIMO-FIM
           END-READ.
           MOVE JRN-SEQ TO WS-JRN-SEQ.
           MOVE JRN-EXECUCAO TO WS-JRN-EXECUCAO.
       JRN-ULTIMO-FIM.

      *    CADA OPCAO ESCOLHIDA NO MENU ABRE UMA EXECUCAO NOVA, QUE
      *    IDENTIFICA NO DIARIO TUDO O QUE ELA GRAVOU
       JRN-NOVA-EXECUCAO.
           ADD 1 TO WS-JRN-EXECUCAO.
           MOVE WS-OPCAO TO WS-JRN-OPCAO.
           INSPECT WS-JRN-OPCAO CONVERTING WS-MINUSCULAS TO
               WS-MAIUSCULAS.
       JRN-NOVA-EXECUCAO-FIM.

       PESQUISA.
           MOVE 'FOLHA DE PAGAMENTO - PESQUISA' TO WS-MSG.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INICIO
           END-IF

      *    INICIO - LIMPANDO O CONTEUDO DAS VARIAVEIS
           MOVE ZEROS TO FS-CHAVE.
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE ZEROS TO FS-DADOS-NUMERICOS.
           MOVE SPACES TO FS-DADOS-ALFABETICOS.
           MOVE SPACES TO WS-ERRO.
      *    FIM - LIMPANDO O CONTEUDO DAS VARIAVEIS     MOVE SPACES TO FS-COLABORADOR.

           PERFORM LE-CLIENTE
           IF FS-CANCELA
               GO CADASTRO-FIM
           END-IF
           IF FS-OK
               DISPLAY SS-TELA-FOLHA
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO PESQUISA.
       PESQUISA-FIM.

       MODIFICA.
           MOVE 'FOLHA DE PAGAMENTO - MODIFICA' TO WS-MSG.
      *    INICIO - LIMPANDO O CONTEUDO DAS VARIAVEIS
           MOVE ZEROS TO FS-CHAVE.
               MOVE FS-SALIQ TO WS-LOG-SALIQ-ANT
               MOVE FS-HE TO WS-MOD-HE-ANT
               MOVE FS-HE-MODO TO WS-MOD-HE-MODO-ANT
               MOVE FS-CARGO TO WS-MOD-CARGO-ANT
               ACCEPT SS-TELA-FOLHA
               PERFORM CALCULOS
               DISPLAY SS-TELA-FOLHA
               PERFORM MOSTRA-ERRO
                   EVALUATE TRUE
                       WHEN E-SIM
                           PERFORM JRN-ANTES-FOLHA THRU
                               JRN-ANTES-FOLHA-FIM
                           REWRITE FS-COLABORADOR
                           INVALID KEY
                               MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                               PERFORM MOSTRA-ERRO
                           NOT INVALID KEY
                               PERFORM JRN-ALTERA-FOLHA THRU
                                   JRN-ALTERA-FOLHA-FIM
                               MOVE FS-SALBA TO WS-LOG-SALBA-NOVO
                               MOVE FS-SALIQ TO WS-LOG-SALIQ-NOVO
                               MOVE "MODIFICA" TO WS-LOG-OPERACAO
                               IF HE-BANCO-HORAS
                                   ADD FS-HE TO MAE-SALDO-HORAS
                               END-IF
                               PERFORM MODIFICA-BANCO THRU
                                   MODIFICA-BANCO-FIM
                               PERFORM MODIFICA-HISTSAL THRU
                                   MODIFICA-HISTSAL-FIM
                               MOVE FS-NOME TO MAE-NOME
                               MOVE FS-FUNC TO MAE-FUNC
                               MOVE FS-ADMISSAO TO MAE-ADMISSAO
                               MOVE FS-DEP TO MAE-DEP
                               MOVE FS-FILHOS TO MAE-FILHOS
                               PERFORM JRN-ANTES-MASTER THRU
                                   JRN-ANTES-MASTER-FIM
                               REWRITE MAE-REGISTRO
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM JRN-ALTERA-MASTER THRU
                                           JRN-ALTERA-MASTER-FIM
                               END-REWRITE
                           END-REWRITE
                       WHEN E-NAO
            GO MODIFICA.
       MODIFICA-FIM.

      *    MESMO DELTA NO CREDITO DATADO DA COMPETENCIA: O QUE A
      *    CORRECAO AUMENTOU ENTRA NO CREDITO DO MES, O QUE DIMINUIU
      *    SAI DELE (COM TRAVA NO ZERO)
       MODIFICA-BANCO.
           MOVE ZEROS TO WS-BHL-ANT WS-BHL-NOVO.
           IF MOD-ANT-BANCO-HORAS
               MOVE WS-MOD-HE-ANT TO WS-BHL-ANT
           END-IF.
           IF HE-BANCO-HORAS
               MOVE FS-HE TO WS-BHL-NOVO
           END-IF.
           PERFORM BHL-DA-FOLHA THRU BHL-DA-FOLHA-FIM.
           IF WS-BHL-NOVO > WS-BHL-ANT
               COMPUTE WS-BHL-HORAS = WS-BHL-NOVO - WS-BHL-ANT
               MOVE 'L' TO WS-BHL-ORIGEM
               PERFORM BHL-CREDITA THRU BHL-CREDITA-FIM
           END-IF.
           IF WS-BHL-NOVO < WS-BHL-ANT
               COMPUTE WS-BHL-HORAS = WS-BHL-ANT - WS-BHL-NOVO
               PERFORM BHL-ESTORNA THRU BHL-ESTORNA-FIM
           END-IF.
       MODIFICA-BANCO-FIM.

      *    CORRECAO DE SALARIO/CARGO PELA MODIFICA - GRAVA NO HISTORICO
      *    O ANTES/DEPOIS DA PROPRIA COMPETENCIA, COM VIGENCIA NO DIA 1
      *    DELA. O MASTER (JA LIDO PELO CHAMADOR) SO ACOMPANHA QUANDO A
      *    COMPETENCIA CORRIGIDA TINHA O SALARIO E O CARGO VIGENTES;
      *    CORRIGIR UM MES ANTIGO NAO DESFAZ UM REAJUSTE POSTERIOR
       MODIFICA-HISTSAL.
           IF FS-SALBA = WS-LOG-SALBA-ANT
               AND FS-CARGO = WS-MOD-CARGO-ANT
               GO TO MODIFICA-HISTSAL-FIM
           END-IF.
           MOVE FS-EMPRESA TO HSA-EMPRESA.
           MOVE FS-MAT TO HSA-MAT.
           MOVE FS-REF-ANO TO HSA-VIG-ANO.
           MOVE FS-REF-MES TO HSA-VIG-MES.
           MOVE 1 TO HSA-VIG-DIA.
           MOVE WS-LOG-SALBA-ANT TO HSA-SAL-ANT.
           MOVE FS-SALBA TO HSA-SAL-NOVO.
           MOVE WS-MOD-CARGO-ANT TO HSA-CARGO-ANT.
           MOVE FS-CARGO TO HSA-CARGO-NOVO.
           MOVE 'C' TO HSA-MOTIVO.
           PERFORM GRAVA-HISTSAL THRU GRAVA-HISTSAL-FIM.
           IF MAE-SALARIO = WS-LOG-SALBA-ANT
               AND MAE-CARGO = WS-MOD-CARGO-ANT
               MOVE FS-SALBA TO MAE-SALARIO
               MOVE FS-CARGO TO MAE-CARGO
           END-IF.
       MODIFICA-HISTSAL-FIM.

       DELETA.
           MOVE 'FOLHA DE PAGAMENTO - DELETA' TO WS-MSG.
      *    INICIO - LIMPANDO O CONTEUDO DAS VARIAVEIS
           IF NOT FS-OK
               GO DELETA
           END-IF
      *    FOLHA QUE PAGOU HORAS VENCIDAS DO BANCO NAO PODE SER
      *    EXCLUIDA: OS CREDITOS JA FORAM BAIXADOS E O PAGAMENTO SUMIRIA
      *    COM ELA - A CORRECAO E PELO MODIFICA
           IF FS-HE-VENC > 0
               MOVE "HORAS VENCIDAS PAGAS - USE MODIFICA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DELETA
           END-IF
           DISPLAY SS-TELA-FOLHA.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA DELETAR A FOLHA (S/N)?" TO WS-MSGERRO.
           END-IF
           MOVE FS-SALBA TO WS-LOG-SALBA-ANT
           MOVE FS-SALIQ TO WS-LOG-SALIQ-ANT
           PERFORM JRN-ANTES-FOLHA THRU JRN-ANTES-FOLHA-FIM
           DELETE FOLHA1
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM JRN-EXCLUI-FOLHA THRU JRN-EXCLUI-FOLHA-FIM
      *            ESTORNA DO BANCO DE HORAS AS HORAS CREDITADAS POR
      *            ESTA FOLHA (MESMO ESTORNO COM TRAVA NO ZERO QUE
      *            MODIFICA FAZ) - SENAO AS HORAS SOBREVIVEM AO
                                   SUBTRACT FS-HE
                                       FROM MAE-SALDO-HORAS
                               END-IF
                               PERFORM BHL-DA-FOLHA THRU
                                   BHL-DA-FOLHA-FIM
                               MOVE FS-HE TO WS-BHL-HORAS
                               PERFORM BHL-ESTORNA THRU
                                   BHL-ESTORNA-FIM
                               PERFORM JRN-ANTES-MASTER THRU
                                   JRN-ANTES-MASTER-FIM
                               REWRITE MAE-REGISTRO
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM JRN-ALTERA-MASTER THRU
                                           JRN-ALTERA-MASTER-FIM
                               END-REWRITE
                       END-READ
                   END-IF
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE ZEROS TO WS-REL-QTDE.
           MOVE ZEROS TO WS-REL-TOT-SALBR WS-REL-TOT-INSS
               WS-REL-TOT-IRRF WS-REL-TOT-SALIQ WS-REL-TOT-HE100.
      *    INICIO - CONFERE SE O ANO DO RELATORIO TEM TABELA PROPRIA -
      *    SE NAO TIVER, CARREGA-TABELA ANOTA O ANO PARA O AVISO NO FIM
           MOVE ZEROS TO WS-TPAD-QTDE.
               PERFORM RELATORIO-LINHA THRU RELATORIO-LINHA-FIM
                   UNTIL FIM-ARQ
           END-IF.
           MOVE WS-REL-TOT-HE100 TO REL-ROD-HE100.
           MOVE WS-REL-TOT-SALBR TO REL-ROD-SALBR.
           MOVE WS-REL-TOT-INSS TO REL-ROD-INSS.
           MOVE WS-REL-TOT-IRRF TO REL-ROD-IRRF.
               ELSE
                   MOVE FS-MAT TO REL-DET-MAT
                   MOVE FS-NOME TO REL-DET-NOME
                   MOVE FS-TOTAL-HE100 TO REL-DET-HE100
                   MOVE FS-SALBR TO REL-DET-SALBR
                   MOVE FS-INSS TO REL-DET-INSS
                   MOVE FS-IRRF TO REL-DET-IRRF
                   MOVE FS-SALIQ TO REL-DET-SALIQ
                   WRITE REL-LINHA FROM WS-REL-DET
                   ADD FS-TOTAL-HE100 TO WS-REL-TOT-HE100
                   ADD FS-SALBR TO WS-REL-TOT-SALBR
                   ADD FS-INSS TO WS-REL-TOT-INSS
                   ADD FS-IRRF TO WS-REL-TOT-IRRF
               ELSE
                   MOVE FS-NOME TO ORD-NOME
                   MOVE FS-MAT TO ORD-MAT
                   MOVE FS-TOTAL-HE100 TO ORD-HE100
                   MOVE FS-SALBR TO ORD-SALBR
                   MOVE FS-INSS TO ORD-INSS
                   MOVE FS-IRRF TO ORD-IRRF
               NOT AT END
                   MOVE ORD-MAT TO REL-DET-MAT
                   MOVE ORD-NOME TO REL-DET-NOME
                   MOVE ORD-HE100 TO REL-DET-HE100
                   MOVE ORD-SALBR TO REL-DET-SALBR
                   MOVE ORD-INSS TO REL-DET-INSS
                   MOVE ORD-IRRF TO REL-DET-IRRF
                   MOVE ORD-SALIQ TO REL-DET-SALIQ
                   WRITE REL-LINHA FROM WS-REL-DET
                   ADD ORD-HE100 TO WS-REL-TOT-HE100
                   ADD ORD-SALBR TO WS-REL-TOT-SALBR
                   ADD ORD-INSS TO WS-REL-TOT-INSS
                   ADD ORD-IRRF TO WS-REL-TOT-IRRF
           MOVE FS-TOTAL-HE TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE HOLER-LINHA FROM WS-HOL-LIN.
           MOVE 'HORAS EXTRAS 100%' TO HOL-LIN-DESCR.
           MOVE FS-TOTAL-HE100 TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE HOLER-LINHA FROM WS-HOL-LIN.
           IF FS-HE-VENC > 0
               MOVE 'BANCO HORAS VENCIDAS' TO HOL-LIN-DESCR
               MOVE FS-TOTAL-HE-VENC TO HOL-LIN-PROV
               MOVE ZEROS TO HOL-LIN-DESC
               WRITE HOLER-LINHA FROM WS-HOL-LIN
           END-IF.
      *    INICIO - QUANDO A HORA EXTRA DO MES FOI PARA O BANCO DE
      *    HORAS EM VEZ DE PAGA, MOSTRA O SALDO ATUALIZADO (MAE-SALDO-
      *    HORAS) EM VEZ DE UM VALOR EM DINHEIRO
           MOVE FS-DSR TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE HOLER-LINHA FROM WS-HOL-LIN.
           MOVE 'ADIC. INSALUBRIDADE' TO HOL-LIN-DESCR.
           MOVE FS-INSAL TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE HOLER-LINHA FROM WS-HOL-LIN.
           MOVE 'ADIC. PERICULOSIDADE' TO HOL-LIN-DESCR.
           MOVE FS-PERIC TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE HOLER-LINHA FROM WS-HOL-LIN.
           MOVE 'ADICIONAL NOTURNO' TO HOL-LIN-DESCR.
           MOVE FS-NOTURNO TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE HOLER-LINHA FROM WS-HOL-LIN.
           MOVE 'VALE-TRANSPORTE' TO HOL-LIN-DESCR.
           MOVE ZEROS TO HOL-LIN-PROV.
           MOVE FS-VT TO HOL-LIN-DESC.
               ADD 1 TO WS-CL-QTDE-LIDA
               ADD 1 TO WS-CKP-CONTADOR
               MOVE CI-REGISTRO TO FS-COLABORADOR
      *        HORAS VENCIDAS DO BANCO SO ENTRAM PELO VENCIMENTO
               MOVE ZEROS TO FS-HE-VENC FS-TOTAL-HE-VENC
      *        INICIO - PROCURANDO A MATRICULA NO MASTER DE
      *        FUNCIONARIOS, MESMA CONFERENCIA QUE O CADASTRO FAZ
               MOVE FS-EMPRESA TO MAE-EMPRESA
               INSPECT FS-OP-VT CONVERTING WS-MINUSCULAS TO
                   WS-MAIUSCULAS
      *        FIM - CONVERTENDO DE MINUSCULO PARA MAIUSCULO
      *        CARGO FORA DA TABELA OU SALARIO FORA DA FAIXA REJEITA A
      *        LINHA COM O PROPRIO MOTIVO DA CRITICA
               PERFORM VALIDA-CARGO THRU VALIDA-CARGO-FIM
               IF WS-CRG-ERRO = SPACES
                   PERFORM VALIDA-CAMPOS THRU VALIDA-CAMPOS-FIM
                   IF CAMPOS-INVALIDOS
                       MOVE "CAMPO(S) INVALIDOS" TO WS-CRG-ERRO
                   END-IF
               END-IF
               IF WS-CRG-ERRO NOT = SPACES
                   MOVE CI-MAT TO REJ-DET-MAT
                   MOVE CI-REF-MES TO REJ-DET-MES
                   MOVE CI-REF-ANO TO REJ-DET-ANO
                   MOVE WS-CRG-ERRO TO REJ-DET-MOTIVO
                   WRITE REJ-LINHA FROM WS-REJ-DET
                   ADD 1 TO WS-CL-QTDE-REJ
               ELSE
                           WRITE REJ-LINHA FROM WS-REJ-DET
                           ADD 1 TO WS-CL-QTDE-REJ
                       NOT INVALID KEY
                           PERFORM JRN-INCLUI-FOLHA THRU
                               JRN-INCLUI-FOLHA-FIM
                           IF NOT MAT-ACHADA
                               MOVE FS-EMPRESA TO MAE-EMPRESA
                               MOVE FS-MAT TO MAE-MAT
                               MOVE ZEROS TO MAE-SALDO-HORAS
                               MOVE ZEROS TO MAE-DESLIGAMENTO
                               MOVE SPACES TO MAE-DESL-TIPO
                               MOVE ZEROS TO MAE-INSAL-GRAU
                               MOVE ZEROS TO MAE-HORAS-NOTURNAS
                               MOVE 'N' TO MAE-PERICULOSO
                               MOVE ZEROS TO MAE-CARGO MAE-SALARIO
                               MOVE ZEROS TO MAE-TRANSFERENCIA
                               WRITE MAE-REGISTRO
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM JRN-INCLUI-MASTER THRU
                                           JRN-INCLUI-MASTER-FIM
                               END-WRITE
                           END-IF
                           PERFORM ATUALIZA-CARGO-SALARIO THRU
                               ATUALIZA-CARGO-SALARIO-FIM
                           PERFORM ATUALIZA-SALDO-HORAS THRU
                               ATUALIZA-SALDO-HORAS-FIM
                           ADD 1 TO WS-CL-QTDE-OK
      *-----------------------------------------------------------------
      *    DECIMO TERCEIRO - LE AS 12 FOLHAS DO ANO POR MATRICULA (READ
      *    ALEATORIO POR FS-CHAVE, JA QUE A CHAVE DE FOLHA1 E PELO MES),
      *    TIRA A MEDIA DE FS-SALBA (MAIS OS ADICIONAIS DE
      *    INSALUBRIDADE, PERICULOSIDADE E NOTURNO PAGOS NA FOLHA) E
      *    CALCULA AS DUAS PARCELAS USANDO A MESMA FAIXA DE INSS/IRRF
      *    DE CALCULA-ENCARGOS
      *-----------------------------------------------------------------
       DECIMO.
           MOVE 'FOLHA DE PAGAMENTO - DECIMO TERCEIRO' TO WS-MSG.
                       WS-DEC-ANO = MAE-ADM-ANO AND MAE-ADM-DIA > 15
                       CONTINUE
                   ELSE
                       ADD FS-SALBA FS-INSAL FS-PERIC FS-NOTURNO
                           TO WS-DEC-SOMA-SALBA
                       ADD 1 TO WS-DEC-MESES-TRAB
                   END-IF
               END-IF

      *-----------------------------------------------------------------
      *    FERIAS - CALCULA FERIAS + TERCO CONSTITUCIONAL A PARTIR DO
      *    FS-SALBA DIGITADO (MAIS OS ADICIONAIS DE INSALUBRIDADE,
      *    PERICULOSIDADE E NOTURNO DO MES CHEIO, QUE INTEGRAM A
      *    REMUNERACAO DAS FERIAS), INSS/IRRF PELA MESMA FAIXA DE
      *    CALCULA-ENCARGOS, E MARCA FER-VENCIDA QUANDO O PERIODO
      *    COMECA 24 MESES OU MAIS DEPOIS DO PERIODO DE FERIAS ANTERIOR
      *    DA MESMA MATRICULA (OU DO ANIVERSARIO DE ADMISSAO, NO
      *    PRIMEIRO PERIODO) - PRAZO CONCESSIVO DA CLT PARA GOZO DAS
      *    FERIAS
      *-----------------------------------------------------------------
       FERIAS.
           MOVE 'FOLHA DE PAGAMENTO - FERIAS' TO WS-MSG.
           MOVE ZEROS TO FER-REGISTRO.
           MOVE ZEROS TO FS-SALBA FS-CH.
           MOVE SPACES TO WS-ERRO.
           DISPLAY SS-TELA-FERIAS-MAT.
           ACCEPT SS-TELA-FERIAS-MAT.
      *    SOBRESCRITO PELA LEITURA DO PERIODO ANTERIOR. O ABONO DOS
      *    DIAS VENDIDOS ENTRA NA MESMA CONTA, NA MESMA DIARIA, PORQUE
      *    TAMBEM TEM DIREITO AO TERCO CONSTITUCIONAL
      *    A DIARIA LEVA OS ADICIONAIS DO CADASTRO DO MASTER PELO MES
      *    CHEIO (SEM FOLHA NO MES NAO HA SALARIO, ENTAO NEM ADICIONAL)
           MOVE ZEROS TO WS-ADC-TOTAL.
           IF FS-SALBA > 0
               MOVE FER-INI-ANO TO WS-TAB-ANO-BUSCA
               MOVE FS-SALBA TO WS-ADC-SALBA WS-ADC-BASE
               MOVE FS-CH TO WS-ADC-CH
               MOVE 30 TO WS-ADC-DIAS
               PERFORM ADICIONAIS-CALCULA THRU ADICIONAIS-CALCULA-FIM
           END-IF.
           COMPUTE WS-FER-REMUN = FS-SALBA + WS-ADC-TOTAL.
           COMPUTE FER-BRUTO ROUNDED = (WS-FER-REMUN / 30)
               * (FER-DIAS-GOZADOS + FER-DIAS-VENDIDOS).
           COMPUTE FER-TERCO ROUNDED = FER-BRUTO / 3.
      *    FIM - FERIAS BRUTAS E TERCO CONSTITUCIONAL

       PENSAO-FIM.

      *-----------------------------------------------------------------
      *    ADICIONAIS - CADASTRO NO MASTER DO GRAU DE INSALUBRIDADE
      *    (10/20/40% DO SALARIO MINIMO DA TABELA DO ANO), DA
      *    PERICULOSIDADE (30% DO SALARIO BASE) E DAS HORAS NOTURNAS
      *    TRABALHADAS NO MES, QUE CALCULA-FOLHA PAGA EM CADA FOLHA.
      *    INSALUBRIDADE E PERICULOSIDADE NAO SE ACUMULAM (ART. 193
      *    DA CLT) - O EMPREGADO OPTA POR UMA DELAS
      *-----------------------------------------------------------------
       ADICIONAIS.
           MOVE 'FOLHA DE PAGAMENTO - ADICIONAIS' TO WS-MSG.
           MOVE ZEROS TO MAE-MAT.
           MOVE SPACES TO WS-ERRO.
           DISPLAY SS-TELA-ADIC-MAT.
           ACCEPT SS-TELA-ADIC-MAT.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO ADICIONAIS-FIM
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO MAE-EMPRESA.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE "MATRICULA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO ADICIONAIS
           END-READ.
       ADICIONAIS-LOOP.
           IF MAE-PERICULOSO = SPACE OR MAE-PERICULOSO = '0'
               MOVE 'N' TO MAE-PERICULOSO
           END-IF.
           DISPLAY SS-TELA-ADIC.
           ACCEPT SS-TELA-ADIC.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO ADICIONAIS-FIM
           END-IF.
           INSPECT MAE-PERICULOSO CONVERTING WS-MINUSCULAS TO
               WS-MAIUSCULAS.
           IF (MAE-INSAL-GRAU NOT = 0 AND MAE-INSAL-GRAU NOT = 10
               AND MAE-INSAL-GRAU NOT = 20 AND MAE-INSAL-GRAU NOT = 40)
               OR (MAE-PERICULOSO NOT = 'S'
               AND MAE-PERICULOSO NOT = 'N')
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO ADICIONAIS-LOOP
           END-IF.
           IF MAE-INSAL-GRAU > 0 AND MAE-PERIC-SIM
               MOVE "NAO ACUMULA INSALUB. E PERICULOS." TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO ADICIONAIS-LOOP
           END-IF.
           MOVE 'CONFIRMA O LANCAMENTO (S/N)?' TO WS-MSGERRO.
           PERFORM UNTIL E-SIM OR E-NAO
           PERFORM MOSTRA-ERRO
           EVALUATE TRUE
           WHEN E-SIM
               PERFORM JRN-ANTES-MASTER THRU JRN-ANTES-MASTER-FIM
               REWRITE MAE-REGISTRO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                   NOT INVALID KEY
                       PERFORM JRN-ALTERA-MASTER THRU
                           JRN-ALTERA-MASTER-FIM
               END-REWRITE
           WHEN E-NAO
               MOVE SPACES TO WS-ERRO
               GO TO ADICIONAIS-LOOP
           END-EVALUATE
           END-PERFORM.
           GO TO ADICIONAIS.
       ADICIONAIS-FIM.

      *    CALCULA OS TRES ADICIONAIS A PARTIR DO CADASTRO EM
      *    MAE-REGISTRO (JA LIDO PELO CHAMADOR) E DE WS-ADC-SALBA
      *    (SALARIO CHEIO, PARA A HORA NORMAL), WS-ADC-BASE (BASE DA
      *    PERICULOSIDADE), WS-ADC-CH E WS-ADC-DIAS (DIAS DE 30 QUE A
      *    INSALUBRIDADE ACOMPANHA), COM O SALARIO MINIMO DA TABELA DO
      *    ANO EM WS-TAB-ANO-BUSCA. A HORA NOTURNA E REDUZIDA (52 MIN
      *    E 30 S), ENTAO AS HORAS DE RELOGIO VALEM 60 / 52,5 HORAS
      *    NOTURNAS, PAGAS COM 20% SOBRE A HORA NORMAL
       ADICIONAIS-CALCULA.
           PERFORM CARREGA-TABELA THRU CARREGA-TABELA-FIM.
           COMPUTE WS-ADC-INSAL ROUNDED = TAB-SAL-MINIMO
               * MAE-INSAL-GRAU / 100 * WS-ADC-DIAS / 30.
           IF MAE-PERIC-SIM
               COMPUTE WS-ADC-PERIC ROUNDED = WS-ADC-BASE * 0,30
           ELSE
               MOVE ZEROS TO WS-ADC-PERIC
           END-IF.
           IF WS-ADC-CH > 0 AND MAE-HORAS-NOTURNAS > 0
               COMPUTE WS-ADC-NOTURNO ROUNDED = MAE-HORAS-NOTURNAS
                   * 60 / 52,5 * (WS-ADC-SALBA / WS-ADC-CH) * 0,20
           ELSE
               MOVE ZEROS TO WS-ADC-NOTURNO
           END-IF.
           COMPUTE WS-ADC-TOTAL = WS-ADC-INSAL + WS-ADC-PERIC
               + WS-ADC-NOTURNO.
       ADICIONAIS-CALCULA-FIM.

      *-----------------------------------------------------------------
      *    CALENDARIO DE FERIADOS DA EMPRESA - UM REGISTRO POR DATA EM
      *    FERIADO1, NACIONAL OU LOCAL, CADASTRADO ANO A ANO (FERIADOS
      *    MOVEIS MUDAM DE DATA). CONSULTADO POR CALENDARIO-DIA PARA O
      *    DSR DA FOLHA E OS DIAS DE TRABALHO DO VALE-TRANSPORTE
      *-----------------------------------------------------------------
       FERIADOS.
           MOVE 'FOLHA DE PAGAMENTO - FERIADOS' TO WS-MSG.
           MOVE ZEROS TO FRD-CHAVE.
           MOVE SPACES TO WS-ERRO.
           DISPLAY SS-TELA-FRD-DATA.
           ACCEPT SS-TELA-FRD-DATA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO FERIADOS-FIM
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO FRD-EMPRESA.
           IF FRD-ANO < 1959 OR FRD-MES < 1 OR FRD-MES > 12
               OR FRD-DIA < 1 OR FRD-DIA > 31
               OR (FRD-DIA > 30 AND (FRD-MES = 4 OR FRD-MES = 6
               OR FRD-MES = 9 OR FRD-MES = 11))
               OR (FRD-DIA > 29 AND FRD-MES = 2)
               MOVE "DATA INVALIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO FERIADOS
           END-IF.
      *    FERIADO JA CADASTRADO E CARREGADO PARA A TELA (CORRECAO);
      *    SEM CADASTRO, A TELA ABRE LIMPA COM O TIPO NACIONAL
           READ FERIADO1
               INVALID KEY
                   MOVE 'N' TO WS-FRD-ACHADO
                   MOVE SPACES TO FRD-DESCRICAO
                   MOVE 'N' TO FRD-TIPO
               NOT INVALID KEY
                   MOVE 'S' TO WS-FRD-ACHADO
           END-READ.
       FERIADOS-LOOP.
           DISPLAY SS-TELA-FRD.
           ACCEPT SS-TELA-FRD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO FERIADOS-FIM
           END-IF.
           INSPECT FRD-TIPO CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           INSPECT FRD-DESCRICAO CONVERTING WS-MINUSCULAS TO
               WS-MAIUSCULAS.
      *    DESCRICAO EM BRANCO EXCLUI O FERIADO JA CADASTRADO
           IF FRD-DESCRICAO = SPACES
               IF FRD-ACHADO
                   MOVE 'N' TO WS-ERRO
                   MOVE "CONFIRMA EXCLUIR O FERIADO (S/N)?"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   IF E-SIM
                       DELETE FERIADO1
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   GO TO FERIADOS
               ELSE
                   MOVE "DESCRICAO OBRIGATORIA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO FERIADOS-LOOP
               END-IF
           END-IF.
           IF NOT (FRD-NACIONAL OR FRD-LOCAL)
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO FERIADOS-LOOP
           END-IF.
           MOVE 'CONFIRMA O LANCAMENTO (S/N)?' TO WS-MSGERRO.
           PERFORM UNTIL E-SIM OR E-NAO
           PERFORM MOSTRA-ERRO
           EVALUATE TRUE
           WHEN E-SIM
               IF FRD-ACHADO
                   REWRITE FRD-REGISTRO
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                           PERFORM MOSTRA-ERRO
                   END-REWRITE
               ELSE
                   WRITE FRD-REGISTRO
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                           PERFORM MOSTRA-ERRO
                   END-WRITE
               END-IF
           WHEN E-NAO
               MOVE SPACES TO WS-ERRO
               GO TO FERIADOS-LOOP
           END-EVALUATE
           END-PERFORM.
           GO TO FERIADOS.
       FERIADOS-FIM.

      *-----------------------------------------------------------------
      *    CARGOS E HISTORICO SALARIAL - MANUTENCAO DA TABELA DE CARGOS
      *    DA EMPRESA (CARGOS1, COM A FAIXA SALARIAL QUE A FOLHA CONFERE
      *    EM VALIDA-CARGO) E RELATORIO DA EVOLUCAO SALARIAL DE UMA
      *    MATRICULA A PARTIR DO HISTORICO (HISTSAL1), QUE E GRAVADO
      *    PELO CADASTRO, CARGA EM LOTE, MODIFICA E DISSIDIO
      *-----------------------------------------------------------------
       CARGOS.
           MOVE 'FOLHA DE PAGAMENTO - CARGOS' TO WS-MSG.
           MOVE SPACES TO WS-CRG-TIPO.
           DISPLAY SS-TELA-CRG-TIPO.
           ACCEPT SS-TELA-CRG-TIPO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO CARGOS-FIM
           END-IF.
           EVALUATE TRUE
               WHEN CRG-TIPO-CARGOS
                   PERFORM CRG-CADASTRO THRU CRG-CADASTRO-FIM
               WHEN CRG-TIPO-EVOLUCAO
                   PERFORM HSA-EVOLUCAO THRU HSA-EVOLUCAO-FIM
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE.
           GO TO CARGOS.
       CARGOS-FIM.

      *    MANUTENCAO DA TABELA - MESMO ROTEIRO DOS FERIADOS
       CRG-CADASTRO.
           MOVE ZEROS TO CRG-CHAVE.
           MOVE SPACES TO WS-ERRO.
           DISPLAY SS-TELA-CRG-COD.
           ACCEPT SS-TELA-CRG-COD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO CRG-CADASTRO-FIM
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO CRG-EMPRESA.
      *    CODIGO ZERO E A FOLHA SEM CARGO DA TABELA
           IF CRG-CODIGO = 0
               MOVE "CODIGO INVALIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO CRG-CADASTRO
           END-IF.
           READ CARGOS1
               INVALID KEY
                   MOVE 'N' TO WS-CRG-ACHADO
                   MOVE SPACES TO CRG-TITULO
                   MOVE ZEROS TO CRG-SAL-MIN CRG-SAL-MAX
               NOT INVALID KEY
                   MOVE 'S' TO WS-CRG-ACHADO
           END-READ.
       CRG-CADASTRO-LOOP.
           DISPLAY SS-TELA-CRG.
           ACCEPT SS-TELA-CRG.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO CRG-CADASTRO-FIM
           END-IF.
           INSPECT CRG-TITULO CONVERTING WS-MINUSCULAS TO
               WS-MAIUSCULAS.
      *    TITULO EM BRANCO EXCLUI O CARGO JA CADASTRADO
           IF CRG-TITULO = SPACES
               IF CRG-ACHADO
                   MOVE 'N' TO WS-ERRO
                   MOVE "CONFIRMA EXCLUIR O CARGO (S/N)?" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   IF E-SIM
                       DELETE CARGOS1
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   GO TO CRG-CADASTRO
               ELSE
                   MOVE "TITULO OBRIGATORIO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO CRG-CADASTRO-LOOP
               END-IF
           END-IF.
      *    O TITULO VAI PARA A FUNCAO DA FOLHA, QUE SO ACEITA LETRAS
           IF CRG-TITULO IS NOT ALPHABETIC
               OR CRG-SAL-MAX = 0 OR CRG-SAL-MIN > CRG-SAL-MAX
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO CRG-CADASTRO-LOOP
           END-IF.
           MOVE 'CONFIRMA O LANCAMENTO (S/N)?' TO WS-MSGERRO.
           PERFORM UNTIL E-SIM OR E-NAO
           PERFORM MOSTRA-ERRO
           EVALUATE TRUE
           WHEN E-SIM
               IF CRG-ACHADO
                   REWRITE CRG-REGISTRO
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                           PERFORM MOSTRA-ERRO
                   END-REWRITE
               ELSE
                   WRITE CRG-REGISTRO
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                           PERFORM MOSTRA-ERRO
                   END-WRITE
               END-IF
           WHEN E-NAO
               MOVE SPACES TO WS-ERRO
               GO TO CRG-CADASTRO-LOOP
           END-EVALUATE
           END-PERFORM.
           GO TO CRG-CADASTRO.
       CRG-CADASTRO-FIM.

      *    EVOLUCAO SALARIAL DE UMA MATRICULA - TODAS AS ALTERACOES DE
      *    HISTSAL1 NA ORDEM DA VIGENCIA, COM A VARIACAO PERCENTUAL DO
      *    SALARIO EM CADA UMA
       HSA-EVOLUCAO.
           MOVE ZEROS TO WS-HSA-MAT.
           DISPLAY SS-TELA-HSA-MAT.
           ACCEPT SS-TELA-HSA-MAT.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO HSA-EVOLUCAO-FIM
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO MAE-EMPRESA.
           MOVE WS-HSA-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE "MATRICULA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO HSA-EVOLUCAO
           END-READ.
           MOVE ZEROS TO WS-HSA-QTDE.
           OPEN OUTPUT HISTREL1.
           WRITE HSR-LINHA FROM WS-HSR-CAB.
           MOVE WS-HSA-MAT TO HSR-CAB-MAT.
           MOVE MAE-NOME TO HSR-CAB-NOME.
           WRITE HSR-LINHA FROM WS-HSR-CAB2.
           MOVE MAE-CARGO TO HSR-CAB-CARGO.
           MOVE MAE-FUNC TO HSR-CAB-FUNC.
           MOVE MAE-ADM-DIA TO HSR-CAB-ADM-DIA.
           MOVE MAE-ADM-MES TO HSR-CAB-ADM-MES.
           MOVE MAE-ADM-ANO TO HSR-CAB-ADM-ANO.
           WRITE HSR-LINHA FROM WS-HSR-CAB3.
           WRITE HSR-LINHA FROM WS-HSR-CAB4.
           MOVE WS-EMPRESA-ATUAL TO HSA-EMPRESA.
           MOVE WS-HSA-MAT TO HSA-MAT.
           MOVE ZEROS TO HSA-VIGENCIA HSA-HORA.
           MOVE 'N' TO WS-FIM-ARQ.
           START HISTSAL1 KEY IS NOT LESS THAN HSA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM HSA-EVOLUCAO-LINHA THRU HSA-EVOLUCAO-LINHA-FIM
               UNTIL FIM-ARQ.
           MOVE WS-HSA-QTDE TO HSR-ROD-QTDE.
           WRITE HSR-LINHA FROM WS-HSR-ROD.
           MOVE SPACES TO HSR-LINHA.
           WRITE HSR-LINHA.
           CLOSE HISTREL1.
           MOVE "EVOLUCAO SALARIAL GERADA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO HSA-EVOLUCAO.
       HSA-EVOLUCAO-FIM.

      *    LE A PROXIMA ALTERACAO DA MATRICULA E GRAVA A LINHA
       HSA-EVOLUCAO-LINHA.
           READ HISTSAL1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ
               IF HSA-EMPRESA NOT = WS-EMPRESA-ATUAL OR
                   HSA-MAT NOT = WS-HSA-MAT
                   MOVE 'S' TO WS-FIM-ARQ
               ELSE
                   MOVE HSA-VIG-DIA TO HSR-DET-DIA
                   MOVE HSA-VIG-MES TO HSR-DET-MES
                   MOVE HSA-VIG-ANO TO HSR-DET-ANO
                   EVALUATE TRUE
                       WHEN HSA-ADMISSAO
                           MOVE 'ADMISSAO' TO HSR-DET-MOTIVO
                       WHEN HSA-PROMOCAO
                           MOVE 'PROMOCAO' TO HSR-DET-MOTIVO
                       WHEN HSA-MERITO
                           MOVE 'MERITO' TO HSR-DET-MOTIVO
                       WHEN HSA-DISSIDIO
                           MOVE 'DISSIDIO' TO HSR-DET-MOTIVO
                       WHEN OTHER
                           MOVE 'CORRECAO' TO HSR-DET-MOTIVO
                   END-EVALUATE
                   MOVE HSA-CARGO-ANT TO HSR-DET-CARGO-ANT
                   MOVE HSA-CARGO-NOVO TO HSR-DET-CARGO-NOVO
                   MOVE HSA-SAL-ANT TO HSR-DET-SAL-ANT
                   MOVE HSA-SAL-NOVO TO HSR-DET-SAL-NOVO
                   IF HSA-SAL-ANT > 0
                       COMPUTE WS-HSA-VARIACAO ROUNDED =
                           (HSA-SAL-NOVO - HSA-SAL-ANT) * 100
                           / HSA-SAL-ANT
                   ELSE
                       MOVE ZEROS TO WS-HSA-VARIACAO
                   END-IF
                   MOVE WS-HSA-VARIACAO TO HSR-DET-VARIACAO
                   WRITE HSR-LINHA FROM WS-HSR-DET
                   ADD 1 TO WS-HSA-QTDE
               END-IF
           END-IF.
       HSA-EVOLUCAO-LINHA-FIM.

      *-----------------------------------------------------------------
      *    RECUPERACAO PELO DIARIO - DESFAZ TUDO O QUE UMA EXECUCAO
      *    GRAVOU NOS ARQUIVOS DO DIARIO (VER JORNAL1), OU VOLTA ESSES
      *    ARQUIVOS AO ESTADO DE UMA DATA/HORA, APLICANDO AS IMAGENS
      *    ANTES DO LANCAMENTO MAIS NOVO PARA O MAIS ANTIGO: INCLUSAO E
      *    EXCLUIDA, ALTERACAO E EXCLUSAO VOLTAM A IMAGEM ANTERIOR. A
      *    PROPRIA RECUPERACAO TAMBEM E LANCADA NO DIARIO (E UMA
      *    EXECUCAO COMO OUTRA QUALQUER, QUE PODE SER DESFEITA) E CADA
      *    REGISTRO RESTAURADO SAI NO RELATORIO RECUP1
      *-----------------------------------------------------------------
       RECUPERA.
           MOVE 'FOLHA DE PAGAMENTO - RECUPERACAO' TO WS-MSG.
           MOVE SPACES TO WS-RCP-TIPO.
           DISPLAY SS-TELA-RCP-TIPO.
           ACCEPT SS-TELA-RCP-TIPO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO RECUPERA-FIM
           END-IF.
           EVALUATE TRUE
               WHEN RCP-TIPO-EXECUCAO
                   MOVE ZEROS TO WS-RCP-EXECUCAO
                   DISPLAY SS-TELA-RCP-EXEC
                   ACCEPT SS-TELA-RCP-EXEC
                   IF COB-CRT-STATUS = COB-SCR-ESC
                       GO TO RECUPERA
                   END-IF
                   IF WS-RCP-EXECUCAO = 0
                       OR WS-RCP-EXECUCAO NOT < WS-JRN-EXECUCAO
                       MOVE "EXECUCAO INVALIDA" TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                       GO TO RECUPERA
                   END-IF
               WHEN RCP-TIPO-PONTO
                   MOVE ZEROS TO WS-RCP-PONTO
                   DISPLAY SS-TELA-RCP-PONTO
                   ACCEPT SS-TELA-RCP-PONTO
                   IF COB-CRT-STATUS = COB-SCR-ESC
                       GO TO RECUPERA
                   END-IF
                   IF RCP-PT-ANO < 1959 OR RCP-PT-MES < 1
                       OR RCP-PT-MES > 12 OR RCP-PT-DIA < 1
                       OR RCP-PT-DIA > 31 OR RCP-PT-HH > 23
                       OR RCP-PT-MI > 59 OR RCP-PT-SS > 59
                       MOVE "DATA/HORA INVALIDA" TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                       GO TO RECUPERA
                   END-IF
                   MOVE 99 TO RCP-PT-CC
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO RECUPERA
           END-EVALUATE.
           MOVE 'N' TO WS-ERRO.
           MOVE "CONFIRMA A RECUPERACAO (S/N)?" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF NOT E-SIM
               GO TO RECUPERA
           END-IF.
           MOVE ZEROS TO WS-RCP-QTDE.
           OPEN OUTPUT RECUP1.
           IF RCP-TIPO-EXECUCAO
               MOVE WS-RCP-EXECUCAO TO RCP-CAB-EXECUCAO
               WRITE RCP-LINHA FROM WS-RCP-CAB-EXEC
           ELSE
               MOVE RCP-PT-DIA TO RCP-CAB-DIA
               MOVE RCP-PT-MES TO RCP-CAB-MES
               MOVE RCP-PT-ANO TO RCP-CAB-ANO
               MOVE RCP-PT-HH TO RCP-CAB-HH
               MOVE RCP-PT-MI TO RCP-CAB-MI
               MOVE RCP-PT-SS TO RCP-CAB-SS
               WRITE RCP-LINHA FROM WS-RCP-CAB-PONTO
           END-IF.
           WRITE RCP-LINHA FROM WS-RCP-CAB2.
           MOVE ZEROS TO JRN-CHAVE.
           MOVE 'N' TO WS-JRN-FIM.
           START JORNAL1 KEY IS NOT LESS THAN JRN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-JRN-FIM
           END-START.
           PERFORM RECUPERA-LANCAMENTO THRU RECUPERA-LANCAMENTO-FIM
               UNTIL JRN-FIM.
           MOVE WS-RCP-QTDE TO RCP-ROD-QTDE.
           WRITE RCP-LINHA FROM WS-RCP-ROD.
           MOVE SPACES TO RCP-LINHA.
           WRITE RCP-LINHA.
           CLOSE RECUP1.
           MOVE "RECUPERACAO CONCLUIDA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO RECUPERA.
       RECUPERA-FIM.

      *    LE O PROXIMO LANCAMENTO (DO MAIS NOVO PARA O MAIS ANTIGO).
      *    POR EXECUCAO, PULA AS POSTERIORES E PARA NA PRIMEIRA
      *    ANTERIOR; POR PONTO, PARA NO PRIMEIRO LANCAMENTO QUE NAO E
      *    POSTERIOR A ELE. AS GRAVACOES DA PROPRIA RECUPERACAO NO
      *    DIARIO MEXEM NA POSICAO DA LEITURA, ENTAO ELA E RETOMADA
      *    PELA CHAVE GUARDADA ANTES DE APLICAR A IMAGEM
       RECUPERA-LANCAMENTO.
           READ JORNAL1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-JRN-FIM
           END-READ.
           IF JRN-FIM
               GO TO RECUPERA-LANCAMENTO-FIM
           END-IF.
           IF RCP-TIPO-EXECUCAO
               IF JRN-EXECUCAO > WS-RCP-EXECUCAO
                   GO TO RECUPERA-LANCAMENTO-FIM
               END-IF
               IF JRN-EXECUCAO < WS-RCP-EXECUCAO
                   MOVE 'S' TO WS-JRN-FIM
                   GO TO RECUPERA-LANCAMENTO-FIM
               END-IF
           ELSE
               IF JRN-MOMENTO NOT > WS-RCP-PONTO
                   MOVE 'S' TO WS-JRN-FIM
                   GO TO RECUPERA-LANCAMENTO-FIM
               END-IF
           END-IF.
           MOVE JRN-SEQ-INV TO WS-RCP-CHAVE.
           MOVE JRN-SEQ TO RCP-DET-SEQ.
           MOVE JRN-EXECUCAO TO RCP-DET-EXECUCAO.
           MOVE JRN-DIA TO RCP-DET-DIA.
           MOVE JRN-MES TO RCP-DET-MES.
           MOVE JRN-ANO TO RCP-DET-ANO.
           MOVE JRN-HH TO RCP-DET-HH.
           MOVE JRN-MI TO RCP-DET-MI.
           MOVE JRN-SS TO RCP-DET-SS.
           MOVE JRN-OPCAO TO RCP-DET-OPCAO.
           MOVE JRN-OPERADOR TO RCP-DET-OPERADOR.
           MOVE SPACES TO RCP-DET-ACAO.
           EVALUATE TRUE
               WHEN JRN-ARQ-FOLHA
                   MOVE 'FOLHA1' TO RCP-DET-ARQUIVO
                   PERFORM RECUPERA-FOLHA THRU RECUPERA-FOLHA-FIM
               WHEN JRN-ARQ-CONSIG
                   MOVE 'CONSIG1' TO RCP-DET-ARQUIVO
                   PERFORM RECUPERA-CONSIG THRU RECUPERA-CONSIG-FIM
               WHEN JRN-ARQ-FERIAS
                   MOVE 'FERIAS1' TO RCP-DET-ARQUIVO
                   PERFORM RECUPERA-FERIAS THRU RECUPERA-FERIAS-FIM
               WHEN JRN-ARQ-AFAST
                   MOVE 'AFAST1' TO RCP-DET-ARQUIVO
                   PERFORM RECUPERA-AFAST THRU RECUPERA-AFAST-FIM
               WHEN JRN-ARQ-PENSAO
                   MOVE 'PENSAO1' TO RCP-DET-ARQUIVO
                   PERFORM RECUPERA-PENSAO THRU RECUPERA-PENSAO-FIM
               WHEN JRN-ARQ-VTRANS
                   MOVE 'VTRANS1' TO RCP-DET-ARQUIVO
                   PERFORM RECUPERA-VTRANS THRU RECUPERA-VTRANS-FIM
               WHEN JRN-ARQ-BANCO
                   MOVE 'BHLANC1' TO RCP-DET-ARQUIVO
                   PERFORM RECUPERA-BANCO THRU RECUPERA-BANCO-FIM
               WHEN OTHER
                   MOVE 'FUNCIONARIOS' TO RCP-DET-ARQUIVO
                   PERFORM RECUPERA-MASTER THRU RECUPERA-MASTER-FIM
           END-EVALUATE.
           IF RCP-DET-ACAO NOT = SPACES
               WRITE RCP-LINHA FROM WS-RCP-DET
               ADD 1 TO WS-RCP-QTDE
           END-IF.
           MOVE WS-RCP-CHAVE TO JRN-SEQ-INV.
           START JORNAL1 KEY IS GREATER THAN JRN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-JRN-FIM
           END-START.
       RECUPERA-LANCAMENTO-FIM.

      *    APLICA UM LANCAMENTO DE FOLHA1: INCLUSAO E EXCLUIDA PELA
      *    CHAVE DA IMAGEM DEPOIS; ALTERACAO/EXCLUSAO REGRAVA (OU
      *    RECRIA, SE O REGISTRO JA NAO EXISTE) A IMAGEM ANTES
       RECUPERA-FOLHA.
           IF JRN-OP-INCLUSAO
               MOVE JRN-DEPOIS TO FS-COLABORADOR
           ELSE
               MOVE JRN-ANTES TO FS-COLABORADOR
           END-IF.
           MOVE FS-EMPRESA TO RCP-CF-EMPRESA.
           MOVE FS-MAT TO RCP-CF-MAT.
           MOVE FS-REF-MES TO RCP-CF-MES.
           MOVE FS-REF-ANO TO RCP-CF-ANO.
           MOVE WS-RCP-CHV-FOLHA TO RCP-DET-CHAVE.
           PERFORM JRN-ANTES-FOLHA THRU JRN-ANTES-FOLHA-FIM.
           IF JRN-OP-INCLUSAO
               IF JRN-ACHOU
                   DELETE FOLHA1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'EXCLUIDO' TO RCP-DET-ACAO
                           IF JRN-OPC-ARQUIVO
                               PERFORM RECUPERA-DEVOLVE-ARQ THRU
                                   RECUPERA-DEVOLVE-ARQ-FIM
                           END-IF
                           PERFORM JRN-EXCLUI-FOLHA THRU
                               JRN-EXCLUI-FOLHA-FIM
                   END-DELETE
               END-IF
           ELSE
               IF JRN-ACHOU
                   REWRITE FS-COLABORADOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RESTAURADO' TO RCP-DET-ACAO
                           IF JRN-OPC-ARQUIVO
                               PERFORM RECUPERA-RETIRA-ARQ THRU
                                   RECUPERA-RETIRA-ARQ-FIM
                           END-IF
                           PERFORM JRN-ALTERA-FOLHA THRU
                               JRN-ALTERA-FOLHA-FIM
                   END-REWRITE
               ELSE
                   WRITE FS-COLABORADOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RECRIADO' TO RCP-DET-ACAO
                           IF JRN-OPC-ARQUIVO
                               PERFORM RECUPERA-RETIRA-ARQ THRU
                                   RECUPERA-RETIRA-ARQ-FIM
                           END-IF
                           PERFORM JRN-INCLUI-FOLHA THRU
                               JRN-INCLUI-FOLHA-FIM
                   END-WRITE
               END-IF
           END-IF.
       RECUPERA-FOLHA-FIM.

      *    LANCAMENTOS DO ARQUIVO MORTO (OPCAO V): A COMPETENCIA FICA
      *    SEMPRE EM UM SO DOS DOIS ARQUIVOS - DESFAZER UMA RESTAURACAO
      *    DEVOLVE AO ARQUIVO O QUE SAI DE FOLHA1, DESFAZER UM
      *    ARQUIVAMENTO TIRA DO ARQUIVO O QUE VOLTA PARA FOLHA1
       RECUPERA-DEVOLVE-ARQ.
           MOVE FS-COLABORADOR TO FH-REGISTRO.
           WRITE FH-REGISTRO
               INVALID KEY
                   REWRITE FH-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
       RECUPERA-DEVOLVE-ARQ-FIM.

       RECUPERA-RETIRA-ARQ.
           MOVE FS-CHAVE TO FH-CHAVE.
           DELETE FOLHAHIST1
               INVALID KEY
                   CONTINUE
           END-DELETE.
       RECUPERA-RETIRA-ARQ-FIM.

      *    MESMA APLICACAO PARA UM LANCAMENTO DE FUNCIONARIOS
       RECUPERA-MASTER.
           IF JRN-OP-INCLUSAO
               MOVE JRN-DEPOIS TO MAE-REGISTRO
           ELSE
               MOVE JRN-ANTES TO MAE-REGISTRO
           END-IF.
           MOVE MAE-EMPRESA TO RCP-CM-EMPRESA.
           MOVE MAE-MAT TO RCP-CM-MAT.
           MOVE WS-RCP-CHV-MASTER TO RCP-DET-CHAVE.
           PERFORM JRN-ANTES-MASTER THRU JRN-ANTES-MASTER-FIM.
           IF JRN-OP-INCLUSAO
               IF JRN-ACHOU
                   DELETE FUNCIONARIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'EXCLUIDO' TO RCP-DET-ACAO
                           PERFORM JRN-EXCLUI-MASTER THRU
                               JRN-EXCLUI-MASTER-FIM
                   END-DELETE
               END-IF
           ELSE
               IF JRN-ACHOU
                   REWRITE MAE-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RESTAURADO' TO RCP-DET-ACAO
                           PERFORM JRN-ALTERA-MASTER THRU
                               JRN-ALTERA-MASTER-FIM
                   END-REWRITE
               ELSE
                   WRITE MAE-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RECRIADO' TO RCP-DET-ACAO
                           PERFORM JRN-INCLUI-MASTER THRU
                               JRN-INCLUI-MASTER-FIM
                   END-WRITE
               END-IF
           END-IF.
       RECUPERA-MASTER-FIM.

      *    MESMA APLICACAO PARA UM LANCAMENTO DE CONSIG1
       RECUPERA-CONSIG.
           IF JRN-OP-INCLUSAO
               MOVE JRN-DEPOIS TO CON-REGISTRO
           ELSE
               MOVE JRN-ANTES TO CON-REGISTRO
           END-IF.
           MOVE CON-EMPRESA TO RCP-CC-EMPRESA.
           MOVE CON-MAT TO RCP-CC-MAT.
           MOVE CON-CONTRATO TO RCP-CC-CONTRATO.
           MOVE WS-RCP-CHV-CONSIG TO RCP-DET-CHAVE.
           PERFORM JRN-ANTES-CONSIG THRU JRN-ANTES-CONSIG-FIM.
           IF JRN-OP-INCLUSAO
               IF JRN-ACHOU
                   DELETE CONSIG1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'EXCLUIDO' TO RCP-DET-ACAO
                           PERFORM JRN-EXCLUI-CONSIG THRU
                               JRN-EXCLUI-CONSIG-FIM
                   END-DELETE
               END-IF
           ELSE
               IF JRN-ACHOU
                   REWRITE CON-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RESTAURADO' TO RCP-DET-ACAO
                           PERFORM JRN-ALTERA-CONSIG THRU
                               JRN-ALTERA-CONSIG-FIM
                   END-REWRITE
               ELSE
                   WRITE CON-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RECRIADO' TO RCP-DET-ACAO
                           PERFORM JRN-INCLUI-CONSIG THRU
                               JRN-INCLUI-CONSIG-FIM
                   END-WRITE
               END-IF
           END-IF.
       RECUPERA-CONSIG-FIM.

      *    MESMA APLICACAO PARA UM LANCAMENTO DE FERIAS1
       RECUPERA-FERIAS.
           IF JRN-OP-INCLUSAO
               MOVE JRN-DEPOIS TO FER-REGISTRO
           ELSE
               MOVE JRN-ANTES TO FER-REGISTRO
           END-IF.
           MOVE FER-EMPRESA TO RCP-CD-EMPRESA.
           MOVE FER-MAT TO RCP-CD-MAT.
           MOVE FER-INICIO TO RCP-CD-DATA.
           MOVE WS-RCP-CHV-DATA TO RCP-DET-CHAVE.
           PERFORM JRN-ANTES-FERIAS THRU JRN-ANTES-FERIAS-FIM.
           IF JRN-OP-INCLUSAO
               IF JRN-ACHOU
                   DELETE FERIAS1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'EXCLUIDO' TO RCP-DET-ACAO
                           PERFORM JRN-EXCLUI-FERIAS THRU
                               JRN-EXCLUI-FERIAS-FIM
                   END-DELETE
               END-IF
           ELSE
               IF JRN-ACHOU
                   REWRITE FER-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RESTAURADO' TO RCP-DET-ACAO
                           PERFORM JRN-ALTERA-FERIAS THRU
                               JRN-ALTERA-FERIAS-FIM
                   END-REWRITE
               ELSE
                   WRITE FER-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RECRIADO' TO RCP-DET-ACAO
                           PERFORM JRN-INCLUI-FERIAS THRU
                               JRN-INCLUI-FERIAS-FIM
                   END-WRITE
               END-IF
           END-IF.
       RECUPERA-FERIAS-FIM.

      *    MESMA APLICACAO PARA UM LANCAMENTO DE AFAST1
       RECUPERA-AFAST.
           IF JRN-OP-INCLUSAO
               MOVE JRN-DEPOIS TO AFA-REGISTRO
           ELSE
               MOVE JRN-ANTES TO AFA-REGISTRO
           END-IF.
           MOVE AFA-EMPRESA TO RCP-CD-EMPRESA.
           MOVE AFA-MAT TO RCP-CD-MAT.
           MOVE AFA-INICIO TO RCP-CD-DATA.
           MOVE WS-RCP-CHV-DATA TO RCP-DET-CHAVE.
           PERFORM JRN-ANTES-AFAST THRU JRN-ANTES-AFAST-FIM.
           IF JRN-OP-INCLUSAO
               IF JRN-ACHOU
                   DELETE AFAST1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'EXCLUIDO' TO RCP-DET-ACAO
                           PERFORM JRN-EXCLUI-AFAST THRU
                               JRN-EXCLUI-AFAST-FIM
                   END-DELETE
               END-IF
           ELSE
               IF JRN-ACHOU
                   REWRITE AFA-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RESTAURADO' TO RCP-DET-ACAO
                           PERFORM JRN-ALTERA-AFAST THRU
                               JRN-ALTERA-AFAST-FIM
                   END-REWRITE
               ELSE
                   WRITE AFA-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RECRIADO' TO RCP-DET-ACAO
                           PERFORM JRN-INCLUI-AFAST THRU
                               JRN-INCLUI-AFAST-FIM
                   END-WRITE
               END-IF
           END-IF.
       RECUPERA-AFAST-FIM.

      *    MESMA APLICACAO PARA UM LANCAMENTO DE PENSAO1
       RECUPERA-PENSAO.
           IF JRN-OP-INCLUSAO
               MOVE JRN-DEPOIS TO PEN-REGISTRO
           ELSE
               MOVE JRN-ANTES TO PEN-REGISTRO
           END-IF.
           MOVE PEN-EMPRESA TO RCP-CM-EMPRESA.
           MOVE PEN-MAT TO RCP-CM-MAT.
           MOVE WS-RCP-CHV-MASTER TO RCP-DET-CHAVE.
           PERFORM JRN-ANTES-PENSAO THRU JRN-ANTES-PENSAO-FIM.
           IF JRN-OP-INCLUSAO
               IF JRN-ACHOU
                   DELETE PENSAO1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'EXCLUIDO' TO RCP-DET-ACAO
                           PERFORM JRN-EXCLUI-PENSAO THRU
                               JRN-EXCLUI-PENSAO-FIM
                   END-DELETE
               END-IF
           ELSE
               IF JRN-ACHOU
                   REWRITE PEN-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RESTAURADO' TO RCP-DET-ACAO
                           PERFORM JRN-ALTERA-PENSAO THRU
                               JRN-ALTERA-PENSAO-FIM
                   END-REWRITE
               ELSE
                   WRITE PEN-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RECRIADO' TO RCP-DET-ACAO
                           PERFORM JRN-INCLUI-PENSAO THRU
                               JRN-INCLUI-PENSAO-FIM
                   END-WRITE
               END-IF
           END-IF.
       RECUPERA-PENSAO-FIM.

      *    MESMA APLICACAO PARA UM LANCAMENTO DE VTRANS1
       RECUPERA-VTRANS.
           IF JRN-OP-INCLUSAO
               MOVE JRN-DEPOIS TO VTR-REGISTRO
           ELSE
               MOVE JRN-ANTES TO VTR-REGISTRO
           END-IF.
           MOVE VTR-EMPRESA TO RCP-CM-EMPRESA.
           MOVE VTR-MAT TO RCP-CM-MAT.
           MOVE WS-RCP-CHV-MASTER TO RCP-DET-CHAVE.
           PERFORM JRN-ANTES-VTRANS THRU JRN-ANTES-VTRANS-FIM.
           IF JRN-OP-INCLUSAO
               IF JRN-ACHOU
                   DELETE VTRANS1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'EXCLUIDO' TO RCP-DET-ACAO
                           PERFORM JRN-EXCLUI-VTRANS THRU
                               JRN-EXCLUI-VTRANS-FIM
                   END-DELETE
               END-IF
           ELSE
               IF JRN-ACHOU
                   REWRITE VTR-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RESTAURADO' TO RCP-DET-ACAO
                           PERFORM JRN-ALTERA-VTRANS THRU
                               JRN-ALTERA-VTRANS-FIM
                   END-REWRITE
               ELSE
                   WRITE VTR-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RECRIADO' TO RCP-DET-ACAO
                           PERFORM JRN-INCLUI-VTRANS THRU
                               JRN-INCLUI-VTRANS-FIM
                   END-WRITE
               END-IF
           END-IF.
       RECUPERA-VTRANS-FIM.

      *    MESMA APLICACAO PARA UM LANCAMENTO DE BHLANC1
       RECUPERA-BANCO.
           IF JRN-OP-INCLUSAO
               MOVE JRN-DEPOIS TO BHL-REGISTRO
           ELSE
               MOVE JRN-ANTES TO BHL-REGISTRO
           END-IF.
           MOVE BHL-EMPRESA TO RCP-CB-EMPRESA.
           MOVE BHL-MAT TO RCP-CB-MAT.
           MOVE BHL-ANO TO RCP-CB-ANO.
           MOVE BHL-MES TO RCP-CB-MES.
           MOVE BHL-SEQ TO RCP-CB-SEQ.
           MOVE WS-RCP-CHV-BANCO TO RCP-DET-CHAVE.
           PERFORM JRN-ANTES-BANCO THRU JRN-ANTES-BANCO-FIM.
           IF JRN-OP-INCLUSAO
               IF JRN-ACHOU
                   DELETE BHLANC1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'EXCLUIDO' TO RCP-DET-ACAO
                           PERFORM JRN-EXCLUI-BANCO THRU
                               JRN-EXCLUI-BANCO-FIM
                   END-DELETE
               END-IF
           ELSE
               IF JRN-ACHOU
                   REWRITE BHL-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RESTAURADO' TO RCP-DET-ACAO
                           PERFORM JRN-ALTERA-BANCO THRU
                               JRN-ALTERA-BANCO-FIM
                   END-REWRITE
               ELSE
                   WRITE BHL-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'RECRIADO' TO RCP-DET-ACAO
                           PERFORM JRN-INCLUI-BANCO THRU
                               JRN-INCLUI-BANCO-FIM
                   END-WRITE
               END-IF
           END-IF.
       RECUPERA-BANCO-FIM.

      *-----------------------------------------------------------------
      *    ARQUIVO MORTO ANUAL - MOVE DE FOLHA1 PARA FOLHAHIST1 AS
      *    COMPETENCIAS DA EMPRESA DOS ANOS ANTERIORES AO CORTE (ANO
      *    CORRENTE MENOS WS-ARQ-ANOS), OU DEVOLVE UM ANO ARQUIVADO
      *    PARA FOLHA1. AS DUAS OPERACOES PASSAM PELO DIARIO (EXCLUSAO
      *    OU INCLUSAO EM FOLHA1) E GERAM O RELATORIO DE CONTROLE
      *    ARQREL1 COM QUANTIDADE E TOTAIS POR ANO
      *-----------------------------------------------------------------
       ARQUIVA.
           MOVE 'FOLHA DE PAGAMENTO - ARQUIVO MORTO' TO WS-MSG.
           MOVE SPACES TO WS-ARQ-TIPO.
           DISPLAY SS-TELA-ARQ-TIPO.
           ACCEPT SS-TELA-ARQ-TIPO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO ARQUIVA-FIM
           END-IF.
           EVALUATE TRUE
               WHEN ARQ-TIPO-ARQUIVA
                   PERFORM ARQ-ARQUIVA THRU ARQ-ARQUIVA-FIM
               WHEN ARQ-TIPO-RESTAURA
                   PERFORM ARQ-RESTAURA THRU ARQ-RESTAURA-FIM
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE.
           GO TO ARQUIVA.
       ARQUIVA-FIM.

       ARQ-ARQUIVA.
           DISPLAY SS-TELA-ARQ-ANOS.
           ACCEPT SS-TELA-ARQ-ANOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO ARQ-ARQUIVA-FIM
           END-IF.
           IF WS-ARQ-ANOS = 0
               MOVE "PRAZO EM ANOS INVALIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO ARQ-ARQUIVA
           END-IF.
           ACCEPT WS-ARQ-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-ARQ-CORTE = ARQ-HOJE-ANO - WS-ARQ-ANOS.
           MOVE 'N' TO WS-ERRO.
           MOVE "CONFIRMA O ARQUIVAMENTO (S/N)?" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF NOT E-SIM
               GO TO ARQ-ARQUIVA-FIM
           END-IF.
           PERFORM ARQ-INICIA THRU ARQ-INICIA-FIM.
           MOVE 'ARQUIVAMENTO ANUAL DE COMPETENCIAS' TO ARR-CAB-TITULO.
           MOVE 'ANTERIORES A:' TO ARR-CAB-TEXTO.
           MOVE WS-ARQ-CORTE TO ARR-CAB-ANO.
           WRITE ARR-LINHA FROM WS-ARR-CAB.
           WRITE ARR-LINHA FROM WS-ARR-CAB2.
      *    A CHAVE DE FOLHA1 ORDENA POR MES ANTES DO ANO - VARRE A
      *    EMPRESA INTEIRA E FILTRA O ANO REGISTRO A REGISTRO
           MOVE ZEROS TO FS-CHAVE.
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE 'N' TO WS-FIM-ARQ.
           START FOLHA1 KEY IS NOT LESS THAN FS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM ARQ-ARQUIVA-LINHA THRU ARQ-ARQUIVA-LINHA-FIM
               UNTIL FIM-ARQ.
           PERFORM ARQ-TERMINA THRU ARQ-TERMINA-FIM.
           MOVE "ARQUIVAMENTO CONCLUIDO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       ARQ-ARQUIVA-FIM.

      *    COPIA A COMPETENCIA PARA O ARQUIVO MORTO (SUBSTITUINDO UMA
      *    COPIA ANTERIOR DA MESMA CHAVE) E SO ENTAO EXCLUI DE FOLHA1
       ARQ-ARQUIVA-LINHA.
           READ FOLHA1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF FIM-ARQ
               GO TO ARQ-ARQUIVA-LINHA-FIM
           END-IF.
           IF FS-EMPRESA NOT = WS-EMPRESA-ATUAL
               MOVE 'S' TO WS-FIM-ARQ
               GO TO ARQ-ARQUIVA-LINHA-FIM
           END-IF.
           IF FS-REF-ANO NOT < WS-ARQ-CORTE
               GO TO ARQ-ARQUIVA-LINHA-FIM
           END-IF.
           MOVE 'S' TO WS-ARQ-ACHOU.
           MOVE FS-COLABORADOR TO FH-REGISTRO.
           WRITE FH-REGISTRO
               INVALID KEY
                   REWRITE FH-REGISTRO
                       INVALID KEY
                           MOVE 'N' TO WS-ARQ-ACHOU
                   END-REWRITE
           END-WRITE.
           IF NOT ARQ-ACHOU
               GO TO ARQ-ARQUIVA-LINHA-FIM
           END-IF.
           PERFORM JRN-ANTES-FOLHA THRU JRN-ANTES-FOLHA-FIM.
           DELETE FOLHA1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-EXCLUI-FOLHA THRU JRN-EXCLUI-FOLHA-FIM
                   PERFORM ARQ-ACUMULA THRU ARQ-ACUMULA-FIM
           END-DELETE.
       ARQ-ARQUIVA-LINHA-FIM.

       ARQ-RESTAURA.
           MOVE ZEROS TO WS-ARQ-ANO.
           DISPLAY SS-TELA-ARQ-ANO.
           ACCEPT SS-TELA-ARQ-ANO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO ARQ-RESTAURA-FIM
           END-IF.
           IF WS-ARQ-ANO < 1959
               MOVE "ANO INVALIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO ARQ-RESTAURA
           END-IF.
           MOVE 'N' TO WS-ERRO.
           MOVE "CONFIRMA A RESTAURACAO (S/N)?" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF NOT E-SIM
               GO TO ARQ-RESTAURA-FIM
           END-IF.
           PERFORM ARQ-INICIA THRU ARQ-INICIA-FIM.
           MOVE 'RESTAURACAO DE ANO ARQUIVADO' TO ARR-CAB-TITULO.
           MOVE 'ANO:' TO ARR-CAB-TEXTO.
           MOVE WS-ARQ-ANO TO ARR-CAB-ANO.
           WRITE ARR-LINHA FROM WS-ARR-CAB.
           WRITE ARR-LINHA FROM WS-ARR-CAB2.
           MOVE ZEROS TO FH-CHAVE.
           MOVE WS-EMPRESA-ATUAL TO FH-EMPRESA.
           MOVE 'N' TO WS-FIM-ARQ.
           START FOLHAHIST1 KEY IS NOT LESS THAN FH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM ARQ-RESTAURA-LINHA THRU ARQ-RESTAURA-LINHA-FIM
               UNTIL FIM-ARQ.
           PERFORM ARQ-TERMINA THRU ARQ-TERMINA-FIM.
           MOVE "RESTAURACAO CONCLUIDA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       ARQ-RESTAURA-FIM.

      *    DEVOLVE A COMPETENCIA A FOLHA1 E A RETIRA DO ARQUIVO MORTO;
      *    SE A CHAVE JA EXISTE EM FOLHA1 (LANCADA DE NOVO DEPOIS DO
      *    ARQUIVAMENTO), A FOLHA ATUAL PREVALECE E A ARQUIVADA FICA
       ARQ-RESTAURA-LINHA.
           READ FOLHAHIST1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF FIM-ARQ
               GO TO ARQ-RESTAURA-LINHA-FIM
           END-IF.
           IF FH-EMPRESA NOT = WS-EMPRESA-ATUAL
               MOVE 'S' TO WS-FIM-ARQ
               GO TO ARQ-RESTAURA-LINHA-FIM
           END-IF.
           IF FH-REF-ANO NOT = WS-ARQ-ANO
               GO TO ARQ-RESTAURA-LINHA-FIM
           END-IF.
           MOVE FH-REGISTRO TO FS-COLABORADOR.
           WRITE FS-COLABORADOR
               INVALID KEY
                   ADD 1 TO WS-ARQ-REJ
               NOT INVALID KEY
                   PERFORM JRN-INCLUI-FOLHA THRU JRN-INCLUI-FOLHA-FIM
                   PERFORM ARQ-ACUMULA THRU ARQ-ACUMULA-FIM
                   DELETE FOLHAHIST1
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-WRITE.
       ARQ-RESTAURA-LINHA-FIM.

       ARQ-INICIA.
           MOVE ZEROS TO WS-ARQ-QTDE-ANOS WS-ARQ-REJ.
           MOVE ZEROS TO WS-ARQ-TOTAL.
           OPEN OUTPUT ARQREL1.
           MOVE WS-EMPRESA-ATUAL TO ARR-CAB-EMPRESA.
       ARQ-INICIA-FIM.

      *    SOMA A COMPETENCIA NO TOTAL DO ANO DELA (FS-COLABORADOR),
      *    ABRINDO O ANO NA POSICAO CERTA DA TABELA QUANDO E NOVO
       ARQ-ACUMULA.
           MOVE 'N' TO WS-ARQ-ACHOU.
           MOVE 1 TO WS-ARQ-IDX.
           PERFORM ARQ-ACUMULA-PROCURA THRU ARQ-ACUMULA-PROCURA-FIM
               UNTIL WS-ARQ-IDX > WS-ARQ-QTDE-ANOS OR ARQ-ACHOU.
           IF ARQ-ACHOU
               IF WS-ARQ-T-ANO (WS-ARQ-IDX) NOT = FS-REF-ANO
                   MOVE 'N' TO WS-ARQ-ACHOU
               END-IF
           END-IF.
           IF NOT ARQ-ACHOU
               IF WS-ARQ-QTDE-ANOS < 50
                   MOVE WS-ARQ-QTDE-ANOS TO WS-ARQ-POS
                   PERFORM ARQ-ACUMULA-DESLOCA THRU
                       ARQ-ACUMULA-DESLOCA-FIM
                       UNTIL WS-ARQ-POS < WS-ARQ-IDX
                   ADD 1 TO WS-ARQ-QTDE-ANOS
                   MOVE ZEROS TO WS-ARQ-LINHA (WS-ARQ-IDX)
                   MOVE FS-REF-ANO TO WS-ARQ-T-ANO (WS-ARQ-IDX)
               ELSE
                   MOVE WS-ARQ-QTDE-ANOS TO WS-ARQ-IDX
               END-IF
           END-IF.
           ADD 1 TO WS-ARQ-T-QTDE (WS-ARQ-IDX).
           ADD FS-SALBR TO WS-ARQ-T-BRUTO (WS-ARQ-IDX).
           ADD FS-INSS TO WS-ARQ-T-INSS (WS-ARQ-IDX).
           ADD FS-IRRF TO WS-ARQ-T-IRRF (WS-ARQ-IDX).
           ADD FS-FGTS TO WS-ARQ-T-FGTS (WS-ARQ-IDX).
           ADD FS-SALIQ TO WS-ARQ-T-LIQ (WS-ARQ-IDX).
           ADD 1 TO WS-ARQ-TOT-QTDE.
           ADD FS-SALBR TO WS-ARQ-TOT-BRUTO.
           ADD FS-INSS TO WS-ARQ-TOT-INSS.
           ADD FS-IRRF TO WS-ARQ-TOT-IRRF.
           ADD FS-FGTS TO WS-ARQ-TOT-FGTS.
           ADD FS-SALIQ TO WS-ARQ-TOT-LIQ.
       ARQ-ACUMULA-FIM.

      *    PARA NO PRIMEIRO ANO DA TABELA QUE NAO E MENOR QUE O DA
      *    COMPETENCIA (O PROPRIO ANO OU O PONTO DE INSERCAO)
       ARQ-ACUMULA-PROCURA.
           IF WS-ARQ-T-ANO (WS-ARQ-IDX) NOT < FS-REF-ANO
               MOVE 'S' TO WS-ARQ-ACHOU
           ELSE
               ADD 1 TO WS-ARQ-IDX
           END-IF.
       ARQ-ACUMULA-PROCURA-FIM.

       ARQ-ACUMULA-DESLOCA.
           MOVE WS-ARQ-LINHA (WS-ARQ-POS)
               TO WS-ARQ-LINHA (WS-ARQ-POS + 1).
           SUBTRACT 1 FROM WS-ARQ-POS.
       ARQ-ACUMULA-DESLOCA-FIM.

       ARQ-TERMINA.
           MOVE 1 TO WS-ARQ-IDX.
           PERFORM ARQ-TERMINA-LINHA THRU ARQ-TERMINA-LINHA-FIM
               UNTIL WS-ARQ-IDX > WS-ARQ-QTDE-ANOS.
           MOVE SPACES TO ARR-LINHA.
           WRITE ARR-LINHA.
           MOVE WS-ARQ-TOT-QTDE TO ARR-ROD-QTDE.
           MOVE WS-ARQ-TOT-BRUTO TO ARR-ROD-BRUTO.
           MOVE WS-ARQ-TOT-INSS TO ARR-ROD-INSS.
           MOVE WS-ARQ-TOT-IRRF TO ARR-ROD-IRRF.
           MOVE WS-ARQ-TOT-FGTS TO ARR-ROD-FGTS.
           MOVE WS-ARQ-TOT-LIQ TO ARR-ROD-LIQ.
           WRITE ARR-LINHA FROM WS-ARR-ROD.
           IF WS-ARQ-REJ > 0
               MOVE WS-ARQ-REJ TO ARR-REJ-QTDE
               WRITE ARR-LINHA FROM WS-ARR-REJ
           END-IF.
           MOVE SPACES TO ARR-LINHA.
           WRITE ARR-LINHA.
           CLOSE ARQREL1.
       ARQ-TERMINA-FIM.

       ARQ-TERMINA-LINHA.
           MOVE WS-ARQ-T-ANO (WS-ARQ-IDX) TO ARR-DET-ANO.
           MOVE WS-ARQ-T-QTDE (WS-ARQ-IDX) TO ARR-DET-QTDE.
           MOVE WS-ARQ-T-BRUTO (WS-ARQ-IDX) TO ARR-DET-BRUTO.
           MOVE WS-ARQ-T-INSS (WS-ARQ-IDX) TO ARR-DET-INSS.
           MOVE WS-ARQ-T-IRRF (WS-ARQ-IDX) TO ARR-DET-IRRF.
           MOVE WS-ARQ-T-FGTS (WS-ARQ-IDX) TO ARR-DET-FGTS.
           MOVE WS-ARQ-T-LIQ (WS-ARQ-IDX) TO ARR-DET-LIQ.
           WRITE ARR-LINHA FROM WS-ARR-DET.
           ADD 1 TO WS-ARQ-IDX.
       ARQ-TERMINA-LINHA-FIM.

      *-----------------------------------------------------------------
      *    EMPRESAS DO GRUPO - TRANSFERENCIA DE EMPREGADO DA EMPRESA
      *    ATUAL PARA OUTRA EMPRESA DO GRUPO, SEM RESCISAO, E A FOLHA
      *    CONSOLIDADA DE UMA COMPETENCIA DE TODAS AS EMPRESAS
      *-----------------------------------------------------------------
       TRANSFERE.
           MOVE 'FOLHA DE PAGAMENTO - EMPRESAS DO GRUPO' TO WS-MSG.
           MOVE SPACES TO WS-TRF-TIPO.
           DISPLAY SS-TELA-TRF-TIPO.
           ACCEPT SS-TELA-TRF-TIPO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO TRANSFERE-FIM
           END-IF.
           EVALUATE TRUE
               WHEN TRF-TIPO-TRANSFERE
                   PERFORM TRF-TRANSFERE THRU TRF-TRANSFERE-FIM
               WHEN TRF-TIPO-CONSOLIDA
                   PERFORM GRP-CONSOLIDA THRU GRP-CONSOLIDA-FIM
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE.
           GO TO TRANSFERE.
       TRANSFERE-FIM.

      *    A MATRICULA NOVA NASCE COMO COPIA DO MASTER ANTIGO (MESMA
      *    ADMISSAO, SALARIO E SALDO DE HORAS), COM O VINCULO DE ORIGEM;
      *    A ANTIGA RECEBE A SAIDA 'T' NA VESPERA DA TRANSFERENCIA, O
      *    VINCULO DE DESTINO E FICA SEM SALDO DE HORAS
       TRF-TRANSFERE.
           MOVE ZEROS TO WS-TRF-MAT WS-TRF-DEST-EMPRESA WS-TRF-DEST-MAT.
           MOVE ZEROS TO WS-TRF-DATA.
           DISPLAY SS-TELA-TRF.
           ACCEPT SS-TELA-TRF.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO TRF-TRANSFERE-FIM
           END-IF.
           IF WS-TRF-DEST-EMPRESA = 0 OR WS-TRF-DEST-MAT = 0
               OR WS-TRF-DEST-EMPRESA = WS-EMPRESA-ATUAL
               OR WS-TRF-DIA < 1 OR WS-TRF-DIA > 31
               OR WS-TRF-MES < 1 OR WS-TRF-MES > 12
               OR WS-TRF-ANO < 1959
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO TRF-TRANSFERE
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO MAE-EMPRESA.
           MOVE WS-TRF-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE "MATRICULA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO TRF-TRANSFERE
           END-READ.
           IF MAE-DESL-ANO > 0
               MOVE "MATRICULA JA DESLIGADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO TRF-TRANSFERE
           END-IF.
           COMPUTE WS-TRF-COMP = (WS-TRF-ANO * 10000)
               + (WS-TRF-MES * 100) + WS-TRF-DIA.
           COMPUTE WS-TRF-AUX = (MAE-ADM-ANO * 10000)
               + (MAE-ADM-MES * 100) + MAE-ADM-DIA.
           IF WS-TRF-COMP NOT > WS-TRF-AUX
               MOVE "TRANSFERENCIA ANTES DA ADMISSAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO TRF-TRANSFERE
           END-IF.
           MOVE MAE-REGISTRO TO WS-TRF-MAE-SALVA.
           MOVE WS-TRF-DEST-EMPRESA TO MAE-EMPRESA.
           MOVE WS-TRF-DEST-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "MATRICULA DE DESTINO JA EXISTE" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO TRF-TRANSFERE
           END-READ.
           MOVE 'N' TO WS-ERRO.
           MOVE "CONFIRMA A TRANSFERENCIA (S/N)?" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF NOT E-SIM
               GO TO TRF-TRANSFERE
           END-IF.
      *    MATRICULA NOVA - O CARGO SO ACOMPANHA SE EXISTIR NA TABELA
      *    DA EMPRESA DE DESTINO
           MOVE WS-TRF-MAE-SALVA TO MAE-REGISTRO.
           MOVE WS-TRF-DEST-EMPRESA TO MAE-EMPRESA.
           MOVE WS-TRF-DEST-MAT TO MAE-MAT.
           MOVE WS-TRF-DATA TO MAE-TRF-DATA.
           MOVE WS-EMPRESA-ATUAL TO MAE-ORIG-EMPRESA.
           MOVE WS-TRF-MAT TO MAE-ORIG-MAT.
           MOVE ZEROS TO MAE-DESTINO.
           IF MAE-CARGO > 0
               MOVE WS-TRF-DEST-EMPRESA TO CRG-EMPRESA
               MOVE MAE-CARGO TO CRG-CODIGO
               READ CARGOS1
                   INVALID KEY
                       MOVE ZEROS TO MAE-CARGO
               END-READ
           END-IF.
           WRITE MAE-REGISTRO
               INVALID KEY
                   MOVE "MATRICULA DE DESTINO JA EXISTE" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO TRF-TRANSFERE
               NOT INVALID KEY
                   PERFORM JRN-INCLUI-MASTER THRU JRN-INCLUI-MASTER-FIM
           END-WRITE.
      *    MATRICULA ANTIGA - SAIDA NA VESPERA DA TRANSFERENCIA
           MOVE WS-TRF-MAE-SALVA TO MAE-REGISTRO.
           IF WS-TRF-DIA > 1
               COMPUTE MAE-DESL-DIA = WS-TRF-DIA - 1
               MOVE WS-TRF-MES TO MAE-DESL-MES
               MOVE WS-TRF-ANO TO MAE-DESL-ANO
           ELSE
               IF WS-TRF-MES = 1
                   MOVE 12 TO WS-CAL-MES
                   COMPUTE WS-CAL-ANO = WS-TRF-ANO - 1
               ELSE
                   COMPUTE WS-CAL-MES = WS-TRF-MES - 1
                   MOVE WS-TRF-ANO TO WS-CAL-ANO
               END-IF
               MOVE WS-EMPRESA-ATUAL TO WS-CAL-EMPRESA
               PERFORM CALENDARIO-MES THRU CALENDARIO-MES-FIM
               MOVE WS-CAL-ULT-DIA TO MAE-DESL-DIA
               MOVE WS-CAL-MES TO MAE-DESL-MES
               MOVE WS-CAL-ANO TO MAE-DESL-ANO
           END-IF.
           MOVE 'T' TO MAE-DESL-TIPO.
           MOVE WS-TRF-DEST-EMPRESA TO MAE-DEST-EMPRESA.
           MOVE WS-TRF-DEST-MAT TO MAE-DEST-MAT.
           MOVE ZEROS TO MAE-SALDO-HORAS.
           PERFORM JRN-ANTES-MASTER THRU JRN-ANTES-MASTER-FIM.
           REWRITE MAE-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-MASTER THRU JRN-ALTERA-MASTER-FIM
           END-REWRITE.
      *    PERIODOS DE FERIAS (O AQUISITIVO EM CURSO SAI DO ULTIMO
      *    DELES), AFASTAMENTOS EM ABERTO NA DATA E PENSAO
           MOVE WS-EMPRESA-ATUAL TO FER-EMPRESA.
           MOVE WS-TRF-MAT TO FER-MAT.
           MOVE ZEROS TO FER-INICIO.
           MOVE 'N' TO WS-TRF-FIM.
           START FERIAS1 KEY IS NOT LESS THAN FER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-TRF-FIM
           END-START.
           PERFORM TRF-FERIAS THRU TRF-FERIAS-FIM
               UNTIL TRF-FIM.
           MOVE WS-EMPRESA-ATUAL TO AFA-EMPRESA.
           MOVE WS-TRF-MAT TO AFA-MAT.
           MOVE ZEROS TO AFA-INICIO.
           MOVE 'N' TO WS-TRF-FIM.
           START AFAST1 KEY IS NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-TRF-FIM
           END-START.
           PERFORM TRF-AFAST THRU TRF-AFAST-FIM
               UNTIL TRF-FIM.
           MOVE WS-EMPRESA-ATUAL TO PEN-EMPRESA.
           MOVE WS-TRF-MAT TO PEN-MAT.
           READ PENSAO1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-TRF-DEST-EMPRESA TO PEN-EMPRESA
                   MOVE WS-TRF-DEST-MAT TO PEN-MAT
                   WRITE PEN-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM JRN-INCLUI-PENSAO THRU
                               JRN-INCLUI-PENSAO-FIM
                   END-WRITE
           END-READ.
      *    CONSIGNADOS AINDA EM CURSO E CADASTRO DO VALE-TRANSPORTE
           COMPUTE WS-TRF-CON-COMP = (WS-TRF-ANO * 100) + WS-TRF-MES.
           MOVE WS-EMPRESA-ATUAL TO CON-EMPRESA.
           MOVE WS-TRF-MAT TO CON-MAT.
           MOVE ZEROS TO CON-CONTRATO.
           MOVE 'N' TO WS-TRF-FIM.
           START CONSIG1 KEY IS NOT LESS THAN CON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-TRF-FIM
           END-START.
           PERFORM TRF-CONSIG THRU TRF-CONSIG-FIM
               UNTIL TRF-FIM.
           PERFORM TRF-VT THRU TRF-VT-FIM.
      *    CREDITOS DO BANCO DE HORAS AINDA NAO COMPENSADOS PASSAM PARA
      *    A MATRICULA NOVA NA MESMA COMPETENCIA DE ORIGEM (O PRAZO DE
      *    SEIS MESES CONTINUA CORRENDO) E SAEM DA ANTIGA NUM DEBITO
           MOVE ZEROS TO WS-BHL-TOTAL.
           MOVE WS-EMPRESA-ATUAL TO BHL-EMPRESA.
           MOVE WS-TRF-MAT TO BHL-MAT.
           MOVE ZEROS TO BHL-ANO BHL-MES BHL-SEQ.
           MOVE 'N' TO WS-TRF-FIM.
           START BHLANC1 KEY IS NOT LESS THAN BHL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-TRF-FIM
           END-START.
           PERFORM TRF-BANCO THRU TRF-BANCO-FIM
               UNTIL TRF-FIM.
           IF WS-BHL-TOTAL > 0
               MOVE WS-EMPRESA-ATUAL TO WS-BHL-EMPRESA
               MOVE WS-TRF-MAT TO WS-BHL-MAT
               MOVE WS-TRF-ANO TO WS-BHL-ANO
               MOVE WS-TRF-MES TO WS-BHL-MES
               MOVE WS-BHL-TOTAL TO WS-BHL-HORAS
               MOVE 'D' TO WS-BHL-TIPO
               MOVE 'T' TO WS-BHL-ORIGEM
               PERFORM BHL-GRAVA-MOV THRU BHL-GRAVA-MOV-FIM
           END-IF.
           MOVE "TRANSFERENCIA CONCLUIDA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO TRF-TRANSFERE.
       TRF-TRANSFERE-FIM.

      *    COPIA UM PERIODO DE FERIAS PARA A MATRICULA NOVA E RETOMA A
      *    LEITURA PELA CHAVE DA ANTIGA
       TRF-FERIAS.
           READ FERIAS1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-TRF-FIM
           END-READ.
           IF TRF-FIM
               GO TO TRF-FERIAS-FIM
           END-IF.
           IF FER-EMPRESA NOT = WS-EMPRESA-ATUAL
               OR FER-MAT NOT = WS-TRF-MAT
               MOVE 'S' TO WS-TRF-FIM
               GO TO TRF-FERIAS-FIM
           END-IF.
           MOVE FER-CHAVE TO WS-TRF-CHAVE.
           MOVE WS-TRF-DEST-EMPRESA TO FER-EMPRESA.
           MOVE WS-TRF-DEST-MAT TO FER-MAT.
           WRITE FER-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-INCLUI-FERIAS THRU JRN-INCLUI-FERIAS-FIM
           END-WRITE.
           MOVE WS-TRF-CHAVE TO FER-CHAVE.
           START FERIAS1 KEY IS GREATER THAN FER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-TRF-FIM
           END-START.
       TRF-FERIAS-FIM.

      *    COPIA O AFASTAMENTO QUE AINDA ESTA EM ABERTO NA DATA DA
      *    TRANSFERENCIA (SEM RETORNO OU COM RETORNO A PARTIR DELA)
       TRF-AFAST.
           READ AFAST1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-TRF-FIM
           END-READ.
           IF TRF-FIM
               GO TO TRF-AFAST-FIM
           END-IF.
           IF AFA-EMPRESA NOT = WS-EMPRESA-ATUAL
               OR AFA-MAT NOT = WS-TRF-MAT
               MOVE 'S' TO WS-TRF-FIM
               GO TO TRF-AFAST-FIM
           END-IF.
           COMPUTE WS-TRF-AUX = (AFA-RET-ANO * 10000)
               + (AFA-RET-MES * 100) + AFA-RET-DIA.
           IF WS-TRF-AUX > 0 AND WS-TRF-AUX < WS-TRF-COMP
               GO TO TRF-AFAST-FIM
           END-IF.
           MOVE AFA-CHAVE TO WS-TRF-CHAVE.
           MOVE WS-TRF-DEST-EMPRESA TO AFA-EMPRESA.
           MOVE WS-TRF-DEST-MAT TO AFA-MAT.
           WRITE AFA-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-INCLUI-AFAST THRU JRN-INCLUI-AFAST-FIM
           END-WRITE.
           MOVE WS-TRF-CHAVE TO AFA-CHAVE.
           START AFAST1 KEY IS GREATER THAN AFA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-TRF-FIM
           END-START.
       TRF-AFAST-FIM.

      *    COPIA PARA A MATRICULA NOVA O CONTRATO DE CONSIGNADO AINDA
      *    EM CURSO (MESMO BANCO, NUMERO, PARCELA, INICIO, PARCELAS
      *    RESTANTES E ULTIMO REPASSE) E ENCERRA A COPIA ANTIGA NO MES
      *    DA TRANSFERENCIA, PARA QUE A MESMA COMPETENCIA NAO SEJA
      *    DESCONTADA E REPASSADA AO BANCO PELAS DUAS MATRICULAS
       TRF-CONSIG.
           READ CONSIG1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-TRF-FIM
           END-READ.
           IF TRF-FIM
               GO TO TRF-CONSIG-FIM
           END-IF.
           IF CON-EMPRESA NOT = WS-EMPRESA-ATUAL
               OR CON-MAT NOT = WS-TRF-MAT
               MOVE 'S' TO WS-TRF-FIM
               GO TO TRF-CONSIG-FIM
           END-IF.
           IF NOT CON-ATIVO
               GO TO TRF-CONSIG-FIM
           END-IF.
           COMPUTE WS-CON-ENC-COMP = (CON-ENC-ANO * 100) + CON-ENC-MES.
           IF WS-CON-ENC-COMP > 0
               AND WS-CON-ENC-COMP NOT > WS-TRF-CON-COMP
               GO TO TRF-CONSIG-FIM
           END-IF.
           MOVE CON-CHAVE TO WS-TRF-CON-CHAVE.
           MOVE WS-TRF-DEST-EMPRESA TO CON-EMPRESA.
           MOVE WS-TRF-DEST-MAT TO CON-MAT.
           WRITE CON-REGISTRO
               INVALID KEY
                   MOVE WS-TRF-CON-CHAVE TO CON-CHAVE
                   GO TO TRF-CONSIG-RETOMA
               NOT INVALID KEY
                   PERFORM JRN-INCLUI-CONSIG THRU JRN-INCLUI-CONSIG-FIM
           END-WRITE.
           MOVE WS-TRF-CON-CHAVE TO CON-CHAVE.
           MOVE 'T' TO CON-SITUACAO.
           MOVE WS-TRF-ANO TO CON-ENC-ANO.
           MOVE WS-TRF-MES TO CON-ENC-MES.
           PERFORM JRN-ANTES-CONSIG THRU JRN-ANTES-CONSIG-FIM.
           REWRITE CON-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-CONSIG THRU JRN-ALTERA-CONSIG-FIM
           END-REWRITE.
       TRF-CONSIG-RETOMA.
           START CONSIG1 KEY IS GREATER THAN CON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-TRF-FIM
           END-START.
       TRF-CONSIG-FIM.

      *    O CARTAO E OS TRECHOS DO VALE-TRANSPORTE VAO PARA A MATRICULA
      *    NOVA; O REGISTRO ANTIGO FICA PARA A ULTIMA FOLHA DA MATRICULA
      *    ANTIGA (O PEDIDO DE COMPRA DO MES DA TRANSFERENCIA LEVA SO A
      *    ANTIGA, E DOS SEGUINTES SO A NOVA)
       TRF-VT.
           MOVE WS-EMPRESA-ATUAL TO VTR-EMPRESA.
           MOVE WS-TRF-MAT TO VTR-MAT.
           READ VTRANS1
               INVALID KEY
                   GO TO TRF-VT-FIM
           END-READ.
           MOVE WS-TRF-DEST-EMPRESA TO VTR-EMPRESA.
           MOVE WS-TRF-DEST-MAT TO VTR-MAT.
           WRITE VTR-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-INCLUI-VTRANS THRU JRN-INCLUI-VTRANS-FIM
           END-WRITE.
       TRF-VT-FIM.

      *    ZERA O SALDO DE UM CREDITO DO BANCO DE HORAS DA MATRICULA
      *    ANTIGA, CREDITA O MESMO SALDO NA NOVA E RETOMA A LEITURA
      *    PELA CHAVE DA ANTIGA
       TRF-BANCO.
           READ BHLANC1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-TRF-FIM
           END-READ.
           IF TRF-FIM
               GO TO TRF-BANCO-FIM
           END-IF.
           IF BHL-EMPRESA NOT = WS-EMPRESA-ATUAL
               OR BHL-MAT NOT = WS-TRF-MAT
               MOVE 'S' TO WS-TRF-FIM
               GO TO TRF-BANCO-FIM
           END-IF.
           IF NOT BHL-CREDITO OR BHL-SALDO = 0
               GO TO TRF-BANCO-FIM
           END-IF.
           MOVE BHL-CHAVE TO WS-BHL-CHAVE-SALVA.
           MOVE BHL-SALDO TO WS-BHL-HORAS.
           ADD BHL-SALDO TO WS-BHL-TOTAL.
           MOVE BHL-ANO TO WS-BHL-ANO.
           MOVE BHL-MES TO WS-BHL-MES.
           MOVE ZEROS TO BHL-SALDO.
           PERFORM JRN-ANTES-BANCO THRU JRN-ANTES-BANCO-FIM.
           REWRITE BHL-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-BANCO THRU JRN-ALTERA-BANCO-FIM
           END-REWRITE.
           MOVE WS-TRF-DEST-EMPRESA TO WS-BHL-EMPRESA.
           MOVE WS-TRF-DEST-MAT TO WS-BHL-MAT.
           MOVE 'T' TO WS-BHL-ORIGEM.
           PERFORM BHL-CREDITA THRU BHL-CREDITA-FIM.
           MOVE WS-BHL-CHAVE-SALVA TO BHL-CHAVE.
           START BHLANC1 KEY IS GREATER THAN BHL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-TRF-FIM
           END-START.
       TRF-BANCO-FIM.

      *    FOLHA CONSOLIDADA - A CHAVE DE FOLHA1 (EMPRESA, MES, ANO,
      *    MATRICULA) DEIXA A COMPETENCIA DE CADA EMPRESA CONTIGUA,
      *    ENTAO CADA EMPRESA E UM START NA COMPETENCIA SEGUIDO DE READ
      *    NEXT ATE A QUEBRA; A QUEBRA DIZ QUAL E A PROXIMA EMPRESA
      *    EXISTENTE
       GRP-CONSOLIDA.
           MOVE ZEROS TO WS-REL-MES WS-REL-ANO.
           DISPLAY SS-TELA-MESANO.
           ACCEPT SS-TELA-MESANO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO GRP-CONSOLIDA-FIM
           END-IF.
           IF WS-REL-MES < 1 OR WS-REL-MES > 12
               MOVE "REFERENCIA INVALIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO GRP-CONSOLIDA
           END-IF.
           MOVE ZEROS TO WS-GRP-TOT.
           OPEN OUTPUT GRUPO1.
           MOVE WS-REL-MES TO GRP-CAB-MES.
           MOVE WS-REL-ANO TO GRP-CAB-ANO.
           WRITE GRP-LINHA FROM WS-GRP-CAB.
           WRITE GRP-LINHA FROM WS-GRP-CAB2.
           MOVE 1 TO WS-GRP-EMPRESA.
           MOVE 'N' TO WS-FIM-ARQ.
           PERFORM GRP-EMPRESA THRU GRP-EMPRESA-FIM
               UNTIL FIM-ARQ.
           MOVE SPACES TO GRP-LINHA.
           WRITE GRP-LINHA.
           MOVE WS-GRP-TOT-QTDE TO GRP-ROD-QTDE.
           MOVE WS-GRP-TOT-BRUTO TO GRP-ROD-BRUTO.
           MOVE WS-GRP-TOT-INSS TO GRP-ROD-INSS.
           MOVE WS-GRP-TOT-IRRF TO GRP-ROD-IRRF.
           MOVE WS-GRP-TOT-FGTS TO GRP-ROD-FGTS.
           MOVE WS-GRP-TOT-LIQ TO GRP-ROD-LIQ.
           WRITE GRP-LINHA FROM WS-GRP-ROD.
           MOVE SPACES TO GRP-LINHA.
           WRITE GRP-LINHA.
           CLOSE GRUPO1.
           MOVE "FOLHA CONSOLIDADA GERADA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO GRP-CONSOLIDA.
       GRP-CONSOLIDA-FIM.

       GRP-EMPRESA.
           MOVE WS-GRP-EMPRESA TO FS-EMPRESA.
           MOVE WS-REL-MES TO FS-REF-MES.
           MOVE WS-REL-ANO TO FS-REF-ANO.
           MOVE ZEROS TO FS-MAT.
           START FOLHA1 KEY IS NOT LESS THAN FS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
                   GO TO GRP-EMPRESA-FIM
           END-START.
           MOVE ZEROS TO WS-GRP-SUB.
           MOVE 'N' TO WS-GRP-QUEBRA.
           MOVE WS-GRP-EMPRESA TO WS-GRP-PROXIMA.
           PERFORM GRP-LE THRU GRP-LE-FIM
               UNTIL GRP-QUEBRA.
           IF WS-GRP-SUB-QTDE > 0
               MOVE WS-GRP-EMPRESA TO GRP-SUB-EMPRESA
               MOVE WS-GRP-SUB-QTDE TO GRP-SUB-QTDE
               MOVE WS-GRP-SUB-BRUTO TO GRP-SUB-BRUTO
               MOVE WS-GRP-SUB-INSS TO GRP-SUB-INSS
               MOVE WS-GRP-SUB-IRRF TO GRP-SUB-IRRF
               MOVE WS-GRP-SUB-FGTS TO GRP-SUB-FGTS
               MOVE WS-GRP-SUB-LIQ TO GRP-SUB-LIQ
               WRITE GRP-LINHA FROM WS-GRP-SUBTOT
               MOVE SPACES TO GRP-LINHA
               WRITE GRP-LINHA
               ADD WS-GRP-SUB-QTDE TO WS-GRP-TOT-QTDE
               ADD WS-GRP-SUB-BRUTO TO WS-GRP-TOT-BRUTO
               ADD WS-GRP-SUB-INSS TO WS-GRP-TOT-INSS
               ADD WS-GRP-SUB-IRRF TO WS-GRP-TOT-IRRF
               ADD WS-GRP-SUB-FGTS TO WS-GRP-TOT-FGTS
               ADD WS-GRP-SUB-LIQ TO WS-GRP-TOT-LIQ
           END-IF.
      *    PROXIMA EMPRESA: A DO REGISTRO DA QUEBRA, SE FOR OUTRA; SE
      *    FOR A MESMA (OUTRA COMPETENCIA), A SEGUINTE EM NUMERO
           IF NOT FIM-ARQ
               IF WS-GRP-PROXIMA > WS-GRP-EMPRESA
                   MOVE WS-GRP-PROXIMA TO WS-GRP-EMPRESA
               ELSE
                   IF WS-GRP-EMPRESA = 99
                       MOVE 'S' TO WS-FIM-ARQ
                   ELSE
                       ADD 1 TO WS-GRP-EMPRESA
                   END-IF
               END-IF
           END-IF.
       GRP-EMPRESA-FIM.

       GRP-LE.
           READ FOLHA1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
                   MOVE 'S' TO WS-GRP-QUEBRA
                   GO TO GRP-LE-FIM
           END-READ.
           IF FS-EMPRESA NOT = WS-GRP-EMPRESA
               OR FS-REF-MES NOT = WS-REL-MES
               OR FS-REF-ANO NOT = WS-REL-ANO
               MOVE FS-EMPRESA TO WS-GRP-PROXIMA
               MOVE 'S' TO WS-GRP-QUEBRA
               GO TO GRP-LE-FIM
           END-IF.
           MOVE FS-EMPRESA TO GRP-DET-EMPRESA.
           MOVE FS-MAT TO GRP-DET-MAT.
           MOVE FS-NOME TO GRP-DET-NOME.
           MOVE FS-SALBR TO GRP-DET-BRUTO.
           MOVE FS-INSS TO GRP-DET-INSS.
           MOVE FS-IRRF TO GRP-DET-IRRF.
           MOVE FS-FGTS TO GRP-DET-FGTS.
           MOVE FS-SALIQ TO GRP-DET-LIQ.
           WRITE GRP-LINHA FROM WS-GRP-DET.
           ADD 1 TO WS-GRP-SUB-QTDE.
           ADD FS-SALBR TO WS-GRP-SUB-BRUTO.
           ADD FS-INSS TO WS-GRP-SUB-INSS.
           ADD FS-IRRF TO WS-GRP-SUB-IRRF.
           ADD FS-FGTS TO WS-GRP-SUB-FGTS.
           ADD FS-SALIQ TO WS-GRP-SUB-LIQ.
       GRP-LE-FIM.

      *-----------------------------------------------------------------
      *    PAGAMENTO DE PLR - FORA DA FOLHA MENSAL (SEM INSS E SEM
      *    FGTS). UMA PRIMEIRA PASSADA NOS ATIVOS DA EMPRESA CONTA OS
      *    ELEGIVEIS (COM FOLHA NO ANO BASE) E SOMA OS PESOS; A SEGUNDA
      *    REPARTE O VALOR TOTAL, CALCULA O IRRF EXCLUSIVO PELA TABELA
      *    DA PLR DO ANO DO PAGAMENTO E GRAVA PLR1, O DEMONSTRATIVO
      *    (PLRREL1) E A REMESSA PROPRIA (PLRREM1)
      *-----------------------------------------------------------------
       PAGA-PLR.
           MOVE 'FOLHA DE PAGAMENTO - PLR' TO WS-MSG.
           MOVE ZEROS TO WS-PLR-ANO-BASE WS-PLR-MES WS-PLR-ANO
               WS-PLR-TOTAL.
           MOVE SPACES TO WS-PLR-REGRA.
           MOVE SPACES TO WS-ERRO.
           DISPLAY SS-TELA-PLR.
           ACCEPT SS-TELA-PLR.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO PAGA-PLR-FIM
           END-IF.
           IF WS-PLR-ANO-BASE < 1959 OR WS-PLR-MES < 1
               OR WS-PLR-MES > 12 OR WS-PLR-ANO < WS-PLR-ANO-BASE
               OR WS-PLR-TOTAL = 0
               OR NOT (PLR-REGRA-FIXA OR PLR-REGRA-PROP)
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO PAGA-PLR
           END-IF.
           MOVE '1' TO WS-PLR-PASSADA.
           MOVE ZEROS TO WS-PLR-QTDE WS-PLR-SOMA-PESO.
           PERFORM PLR-VARRE THRU PLR-VARRE-FIM.
           IF WS-PLR-QTDE = 0 OR
               (PLR-REGRA-PROP AND WS-PLR-SOMA-PESO = 0)
               MOVE "NENHUM EMPREGADO ELEGIVEL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO PAGA-PLR
           END-IF.
           MOVE 'N' TO WS-ERRO.
           MOVE "CONFIRMA O PAGAMENTO DA PLR (S/N)?" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF NOT E-SIM
               GO TO PAGA-PLR
           END-IF.
      *    TABELA EXCLUSIVA DO ANO DO PAGAMENTO - SEM REGISTRO PROPRIO,
      *    VALEM AS FAIXAS-PADRAO, COM AVISO NO FIM DO DEMONSTRATIVO
           MOVE 'N' TO WS-PLR-PADRAO.
           MOVE WS-EMPRESA-ATUAL TO TPL-EMPRESA.
           MOVE WS-PLR-ANO TO TPL-ANO.
           READ TABPLR1
               INVALID KEY
                   MOVE WS-TPL-PADRAO TO TPL-REGISTRO
                   MOVE 'S' TO WS-PLR-PADRAO
           END-READ.
           MOVE ZEROS TO WS-REM-QTDE WS-REM-TOTAL.
           MOVE ZEROS TO WS-PLR-TOT-VALOR WS-PLR-TOT-IRRF
               WS-PLR-TOT-LIQ.
           OPEN OUTPUT PLRREL1.
           MOVE WS-EMPRESA-ATUAL TO PLRR-CAB-EMPRESA.
           MOVE WS-PLR-MES TO PLRR-CAB-MES.
           MOVE WS-PLR-ANO TO PLRR-CAB-ANO.
           WRITE PLRR-LINHA FROM WS-PLRR-CAB.
           MOVE WS-PLR-ANO-BASE TO PLRR-CAB-ANO-BASE.
           IF PLR-REGRA-FIXA
               MOVE 'PARTES IGUAIS' TO PLRR-CAB-REGRA
           ELSE
               MOVE 'SALARIO X MESES NO ANO' TO PLRR-CAB-REGRA
           END-IF.
           MOVE WS-PLR-TOTAL TO PLRR-CAB-TOTAL.
           WRITE PLRR-LINHA FROM WS-PLRR-CAB2.
           MOVE SPACES TO PLRR-LINHA.
           WRITE PLRR-LINHA.
           OPEN OUTPUT PLRREM1.
           MOVE WS-PLR-MES TO REM-CAB-MES.
           MOVE WS-PLR-ANO TO REM-CAB-ANO.
           WRITE PLRREM-LINHA FROM WS-REM-CAB.
           MOVE '2' TO WS-PLR-PASSADA.
           PERFORM PLR-VARRE THRU PLR-VARRE-FIM.
           MOVE WS-REM-QTDE TO REM-ROD-QTDE.
           COMPUTE REM-ROD-VALOR = WS-REM-TOTAL * 100.
           WRITE PLRREM-LINHA FROM WS-REM-ROD.
           CLOSE PLRREM1.
           MOVE WS-REM-QTDE TO PLRR-ROD-QTDE.
           MOVE WS-PLR-TOT-VALOR TO PLRR-ROD-VALOR.
           MOVE WS-PLR-TOT-IRRF TO PLRR-ROD-IRRF.
           MOVE WS-PLR-TOT-LIQ TO PLRR-ROD-LIQ.
           WRITE PLRR-LINHA FROM WS-PLRR-ROD.
           IF PLR-TABELA-PADRAO
               MOVE WS-PLR-ANO TO PLRR-AVISO-ANO
               WRITE PLRR-LINHA FROM WS-PLRR-AVISO
           END-IF.
           MOVE SPACES TO PLRR-LINHA.
           WRITE PLRR-LINHA.
           CLOSE PLRREL1.
           MOVE "PLR CALCULADA E REMESSA GERADA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO PAGA-PLR.
       PAGA-PLR-FIM.

      *    VARRE AS MATRICULAS DA EMPRESA EM FUNCIONARIOS - A MESMA
      *    VARREDURA SERVE AS DUAS PASSADAS (WS-PLR-PASSADA)
       PLR-VARRE.
           MOVE WS-EMPRESA-ATUAL TO MAE-EMPRESA.
           MOVE ZEROS TO MAE-MAT.
           MOVE 'N' TO WS-FIM-ARQ.
           START FUNCIONARIOS KEY IS NOT LESS THAN MAE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM PLR-FUNC THRU PLR-FUNC-FIM
               UNTIL FIM-ARQ.
       PLR-VARRE-FIM.

      *    DESLIGADO (INCLUSIVE O QUE SAIU POR TRANSFERENCIA - A PLR VAI
      *    PARA A MATRICULA NOVA, QUE LEVA OS MESES DA EMPRESA DE
      *    ORIGEM NO PESO) E QUEM NAO TEVE FOLHA NO ANO BASE FICAM FORA
      *    DO RATEIO
       PLR-FUNC.
           READ FUNCIONARIOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF FIM-ARQ
               GO TO PLR-FUNC-FIM
           END-IF.
           IF MAE-EMPRESA NOT = WS-EMPRESA-ATUAL
               MOVE 'S' TO WS-FIM-ARQ
               GO TO PLR-FUNC-FIM
           END-IF.
           IF MAE-DESL-ANO > 0
               GO TO PLR-FUNC-FIM
           END-IF.
           PERFORM PLR-PESO THRU PLR-PESO-FIM.
           IF WS-PLR-MESES = 0
               GO TO PLR-FUNC-FIM
           END-IF.
           IF PLR-PASSADA-SOMA
               ADD 1 TO WS-PLR-QTDE
               ADD WS-PLR-PESO TO WS-PLR-SOMA-PESO
           ELSE
               PERFORM PLR-PAGA THRU PLR-PAGA-FIM
           END-IF.
       PLR-FUNC-FIM.

      *    MESES COM FOLHA NO ANO BASE E SALARIO BASE DA ULTIMA DELAS,
      *    PELA CHAVE ALTERNADA DE FOLHA1 (MATRICULA + ANO/MES). SE A
      *    MATRICULA VEIO DE OUTRA EMPRESA DO GRUPO, OS MESES DAS
      *    MATRICULAS ANTERIORES (MAE-ORIGEM) ENTRAM TAMBEM, COMO NO
      *    FGTS DA RESCISAO; A LEITURA DO MASTER DE ORIGEM TIRA A
      *    VARREDURA DE FUNCIONARIOS DO LUGAR, ENTAO O MASTER E GUARDADO
      *    E A VARREDURA RETOMA DEPOIS DA CHAVE DELE
       PLR-PESO.
           MOVE ZEROS TO WS-PLR-MESES WS-PLR-SALARIO WS-PLR-PESO.
           MOVE SPACES TO WS-PLR-MES-FOLHA.
           MOVE ZEROS TO WS-PLR-ELOS.
           MOVE 99 TO WS-PLR-SAL-ELO.
           MOVE MAE-EMPRESA TO WS-PLR-VIN-EMP.
           MOVE MAE-MAT TO WS-PLR-VIN-MAT.
           PERFORM PLR-PESO-FOLHA THRU PLR-PESO-FOLHA-FIM.
           IF MAE-ORIG-MAT > 0
               MOVE MAE-REGISTRO TO WS-TRF-MAE-SALVA
               MOVE MAE-ORIG-EMPRESA TO WS-PLR-VIN-EMP
               MOVE MAE-ORIG-MAT TO WS-PLR-VIN-MAT
               PERFORM PLR-PESO-VINCULO THRU PLR-PESO-VINCULO-FIM
                   UNTIL WS-PLR-VIN-MAT = 0
               MOVE WS-TRF-MAE-SALVA TO MAE-REGISTRO
               START FUNCIONARIOS KEY IS GREATER THAN MAE-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ARQ
               END-START
           END-IF.
           COMPUTE WS-PLR-PESO = WS-PLR-SALARIO * WS-PLR-MESES.
       PLR-PESO-FIM.

      *    MESES DA MATRICULA DE ORIGEM WS-PLR-VIN-EMP/MAT E PASSA PARA
      *    A ORIGEM DELA, SE HOUVER (ATE 10 TRANSFERENCIAS, CONTRA
      *    VINCULO CIRCULAR)
       PLR-PESO-VINCULO.
           ADD 1 TO WS-PLR-ELOS.
           PERFORM PLR-PESO-FOLHA THRU PLR-PESO-FOLHA-FIM.
           MOVE WS-PLR-VIN-EMP TO MAE-EMPRESA.
           MOVE WS-PLR-VIN-MAT TO MAE-MAT.
           MOVE ZEROS TO WS-PLR-VIN-MAT.
           IF WS-PLR-ELOS < 10
               READ FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MAE-ORIG-MAT > 0
                           MOVE MAE-ORIG-EMPRESA TO WS-PLR-VIN-EMP
                           MOVE MAE-ORIG-MAT TO WS-PLR-VIN-MAT
                       END-IF
               END-READ
           END-IF.
       PLR-PESO-VINCULO-FIM.

       PLR-PESO-FOLHA.
           MOVE WS-PLR-VIN-EMP TO FS-EMPRESA.
           MOVE WS-PLR-VIN-MAT TO FS-MAT.
           MOVE WS-PLR-ANO-BASE TO FS-REF-ANO.
           MOVE ZEROS TO FS-REF-MES.
           MOVE 'N' TO WS-PLR-FIM.
           START FOLHA1 KEY IS NOT LESS THAN FS-CHAVE-MAT
               INVALID KEY
                   MOVE 'S' TO WS-PLR-FIM
           END-START.
           PERFORM PLR-PESO-MES THRU PLR-PESO-MES-FIM
               UNTIL PLR-FIM.
       PLR-PESO-FOLHA-FIM.

      *    O SALARIO E O DA ULTIMA FOLHA DA MATRICULA ATUAL; SO VEM DA
      *    ORIGEM (A ULTIMA FOLHA DELA) QUANDO A ATUAL AINDA NAO TEM
      *    FOLHA NO ANO BASE
       PLR-PESO-MES.
           READ FOLHA1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-PLR-FIM
           END-READ.
           IF PLR-FIM
               GO TO PLR-PESO-MES-FIM
           END-IF.
           IF FS-EMPRESA NOT = WS-PLR-VIN-EMP OR
               FS-MAT NOT = WS-PLR-VIN-MAT OR
               FS-REF-ANO NOT = WS-PLR-ANO-BASE
               MOVE 'S' TO WS-PLR-FIM
               GO TO PLR-PESO-MES-FIM
           END-IF.
           IF WS-PLR-MES-OK (FS-REF-MES) = SPACE
               MOVE 'S' TO WS-PLR-MES-OK (FS-REF-MES)
               ADD 1 TO WS-PLR-MESES
           END-IF.
           IF WS-PLR-SALARIO = 0 OR WS-PLR-ELOS = WS-PLR-SAL-ELO
               MOVE FS-SALBA TO WS-PLR-SALARIO
               MOVE WS-PLR-ELOS TO WS-PLR-SAL-ELO
           END-IF.
       PLR-PESO-MES-FIM.

      *    PARCELA DA MATRICULA E IRRF EXCLUSIVO SOBRE A PLR SOMADA NO
      *    ANO DO PAGAMENTO (AS PARCELAS DE COMPETENCIAS ANTERIORES DO
      *    MESMO ANO ENTRAM NA BASE E O IRRF DELAS E ABATIDO). RODAR DE
      *    NOVO NA MESMA COMPETENCIA SUBSTITUI A PARCELA EM PLR1
       PLR-PAGA.
           IF PLR-REGRA-FIXA
               COMPUTE WS-PLR-VALOR ROUNDED =
                   WS-PLR-TOTAL / WS-PLR-QTDE
           ELSE
               COMPUTE WS-PLR-VALOR ROUNDED =
                   WS-PLR-TOTAL * WS-PLR-PESO / WS-PLR-SOMA-PESO
           END-IF.
           IF WS-PLR-VALOR = 0
               GO TO PLR-PAGA-FIM
           END-IF.
           PERFORM PLR-ANTERIOR THRU PLR-ANTERIOR-FIM.
           COMPUTE WS-PLR-BASE = WS-PLR-ANT-VALOR + WS-PLR-VALOR.
           EVALUATE TRUE
               WHEN WS-PLR-BASE > TPL-FX1 AND WS-PLR-BASE <= TPL-FX2
                   COMPUTE WS-PLR-IMPOSTO ROUNDED =
                       (WS-PLR-BASE * TPL-ALQ1) - TPL-DED1
               WHEN WS-PLR-BASE > TPL-FX2 AND WS-PLR-BASE <= TPL-FX3
                   COMPUTE WS-PLR-IMPOSTO ROUNDED =
                       (WS-PLR-BASE * TPL-ALQ2) - TPL-DED2
               WHEN WS-PLR-BASE > TPL-FX3 AND WS-PLR-BASE <= TPL-FX4
                   COMPUTE WS-PLR-IMPOSTO ROUNDED =
                       (WS-PLR-BASE * TPL-ALQ3) - TPL-DED3
               WHEN WS-PLR-BASE > TPL-FX4
                   COMPUTE WS-PLR-IMPOSTO ROUNDED =
                       (WS-PLR-BASE * TPL-ALQ4) - TPL-DED4
               WHEN OTHER
                   MOVE ZEROS TO WS-PLR-IMPOSTO
           END-EVALUATE.
           SUBTRACT WS-PLR-ANT-IRRF FROM WS-PLR-IMPOSTO.
           IF WS-PLR-IMPOSTO < 0
               MOVE ZEROS TO WS-PLR-IMPOSTO
           END-IF.
           MOVE WS-PLR-IMPOSTO TO WS-PLR-IRRF.
           MOVE MAE-EMPRESA TO PLR-EMPRESA.
           MOVE MAE-MAT TO PLR-MAT.
           MOVE WS-PLR-ANO TO PLR-ANO.
           MOVE WS-PLR-MES TO PLR-MES.
           MOVE MAE-NOME TO PLR-NOME.
           MOVE WS-PLR-ANO-BASE TO PLR-ANO-BASE.
           MOVE WS-PLR-REGRA TO PLR-REGRA.
           MOVE WS-PLR-MESES TO PLR-MESES.
           MOVE WS-PLR-SALARIO TO PLR-SALARIO.
           MOVE WS-PLR-VALOR TO PLR-VALOR.
           MOVE WS-PLR-BASE TO PLR-BASE.
           MOVE WS-PLR-IRRF TO PLR-IRRF.
           COMPUTE PLR-LIQUIDO = WS-PLR-VALOR - WS-PLR-IRRF.
           WRITE PLR-REGISTRO
               INVALID KEY
                   REWRITE PLR-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           MOVE MAE-MAT TO PLRR-MAT.
           MOVE MAE-NOME TO PLRR-NOME.
           WRITE PLRR-LINHA FROM WS-PLRR-FUNC.
           MOVE WS-PLR-MESES TO PLRR-MESES.
           MOVE WS-PLR-SALARIO TO PLRR-SALARIO.
           WRITE PLRR-LINHA FROM WS-PLRR-BASE.
           MOVE 'PLR DESTA PARCELA' TO PLRR-VAL-DESC.
           MOVE WS-PLR-VALOR TO PLRR-VAL-VALOR.
           WRITE PLRR-LINHA FROM WS-PLRR-VAL.
           MOVE 'PLR JA PAGA NO ANO' TO PLRR-VAL-DESC.
           MOVE WS-PLR-ANT-VALOR TO PLRR-VAL-VALOR.
           WRITE PLRR-LINHA FROM WS-PLRR-VAL.
           MOVE 'BASE DO IRRF EXCLUSIVO NO ANO' TO PLRR-VAL-DESC.
           MOVE WS-PLR-BASE TO PLRR-VAL-VALOR.
           WRITE PLRR-LINHA FROM WS-PLRR-VAL.
           MOVE 'IRRF JA RETIDO NO ANO' TO PLRR-VAL-DESC.
           MOVE WS-PLR-ANT-IRRF TO PLRR-VAL-VALOR.
           WRITE PLRR-LINHA FROM WS-PLRR-VAL.
           MOVE 'IRRF RETIDO NESTA PARCELA' TO PLRR-VAL-DESC.
           MOVE WS-PLR-IRRF TO PLRR-VAL-VALOR.
           WRITE PLRR-LINHA FROM WS-PLRR-VAL.
           MOVE 'VALOR LIQUIDO' TO PLRR-VAL-DESC.
           MOVE PLR-LIQUIDO TO PLRR-VAL-VALOR.
           WRITE PLRR-LINHA FROM WS-PLRR-VAL.
           MOVE SPACES TO PLRR-LINHA.
           WRITE PLRR-LINHA.
           MOVE MAE-MAT TO REM-DET-MAT.
           MOVE MAE-NOME TO REM-DET-NOME.
           COMPUTE REM-DET-VALOR = PLR-LIQUIDO * 100.
           WRITE PLRREM-LINHA FROM WS-REM-DET.
           ADD PLR-LIQUIDO TO WS-REM-TOTAL.
           ADD 1 TO WS-REM-QTDE.
           ADD WS-PLR-VALOR TO WS-PLR-TOT-VALOR.
           ADD WS-PLR-IRRF TO WS-PLR-TOT-IRRF.
           ADD PLR-LIQUIDO TO WS-PLR-TOT-LIQ.
       PLR-PAGA-FIM.

      *    PLR JA PAGA A MATRICULA EM COMPETENCIAS ANTERIORES DO MESMO
      *    ANO DO PAGAMENTO
       PLR-ANTERIOR.
           MOVE ZEROS TO WS-PLR-ANT-VALOR WS-PLR-ANT-IRRF.
           MOVE MAE-EMPRESA TO PLR-EMPRESA.
           MOVE MAE-MAT TO PLR-MAT.
           MOVE WS-PLR-ANO TO PLR-ANO.
           MOVE ZEROS TO PLR-MES.
           MOVE 'N' TO WS-PLR-FIM.
           START PLR1 KEY IS NOT LESS THAN PLR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-PLR-FIM
           END-START.
           PERFORM PLR-ANTERIOR-LE THRU PLR-ANTERIOR-LE-FIM
               UNTIL PLR-FIM.
       PLR-ANTERIOR-FIM.

       PLR-ANTERIOR-LE.
           READ PLR1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-PLR-FIM
           END-READ.
           IF NOT PLR-FIM
               IF PLR-EMPRESA NOT = MAE-EMPRESA OR
                   PLR-MAT NOT = MAE-MAT OR
                   PLR-ANO NOT = WS-PLR-ANO OR
                   PLR-MES NOT < WS-PLR-MES
                   MOVE 'S' TO WS-PLR-FIM
               ELSE
                   ADD PLR-VALOR TO WS-PLR-ANT-VALOR
                   ADD PLR-IRRF TO WS-PLR-ANT-IRRF
               END-IF
           END-IF.
       PLR-ANTERIOR-LE-FIM.

      *-----------------------------------------------------------------
      *    RECONCILIACAO DE FGTS - LE GUIA1 (LAYOUT DA GUIA DE
      *    RECOLHIMENTO DO BANCO) E COMPARA CADA VALOR RECOLHIDO COM
      *    O FS-FGTS JA CALCULADO EM FOLHA1 PARA A MESMA MATRICULA E
      *    COMPETENCIA, GRAVANDO A SITUACAO DE CADA UM EM FGTS1
      *-----------------------------------------------------------------
       RECONCILIA.
           MOVE 'FOLHA DE PAGAMENTO - FGTS' TO WS-MSG.
           MOVE ZEROS TO WS-FGTS-QTDE-OK WS-FGTS-QTDE-DIV.
           MOVE 'N' TO WS-FIM-ARQ.
           OPEN INPUT GUIA1.
           OPEN OUTPUT FGTS1.
           WRITE FGTS-LINHA FROM WS-FGTS-CAB.
           PERFORM RECONCILIA-LINHA THRU RECONCILIA-LINHA-FIM
               UNTIL FIM-ARQ.
           MOVE WS-FGTS-QTDE-OK TO FGTS-ROD-OK.
           MOVE WS-FGTS-QTDE-DIV TO FGTS-ROD-DIV.
           WRITE FGTS-LINHA FROM WS-FGTS-ROD.
           CLOSE GUIA1.
           CLOSE FGTS1.
           MOVE "RECONCILIACAO DE FGTS CONCLUIDA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       RECONCILIA-FIM.

       RECONCILIA-LINHA.
           READ GUIA1
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ AND GUIA-EMPRESA = WS-EMPRESA-ATUAL
               MOVE GUIA-MAT TO FGTS-DET-MAT
               MOVE GUIA-EMPRESA TO FS-EMPRESA
               MOVE GUIA-MAT TO FS-MAT
               MOVE GUIA-REF-MES TO FGTS-DET-MES FS-REF-MES
               MOVE GUIA-REF-ANO TO FGTS-DET-ANO FS-REF-ANO
               MOVE GUIA-VALOR TO FGTS-DET-GUIA
               READ FOLHA1
                   INVALID KEY
                       MOVE ZEROS TO FGTS-DET-CALC
                       MOVE "FOLHA NAO ENCONTRADA" TO FGTS-DET-SIT
                       ADD 1 TO WS-FGTS-QTDE-DIV
                   NOT INVALID KEY
                       MOVE FS-FGTS TO FGTS-DET-CALC
                       IF FS-FGTS = GUIA-VALOR
                           MOVE "CONFERE" TO FGTS-DET-SIT
                           ADD 1 TO WS-FGTS-QTDE-OK
                       ELSE
                           MOVE "DIVERGENTE" TO FGTS-DET-SIT
                           ADD 1 TO WS-FGTS-QTDE-DIV
                       END-IF
               END-READ
               WRITE FGTS-LINHA FROM WS-FGTS-DET
           END-IF.
       RECONCILIA-LINHA-FIM.

      *-----------------------------------------------------------------
      *    REMESSA BANCARIA - MESMA VARREDURA SEQUENCIAL DE FOLHA1 JA
      *    USADA PELO RELATORIO MENSAL, GERANDO UM ARQUIVO ESTILO CNAB
      *    (CABECALHO/DETALHE/TRAILER) COM FS-SALIQ COMO VALOR A PAGAR
      *-----------------------------------------------------------------
       REMESSA.
           MOVE 'FOLHA DE PAGAMENTO - REMESSA BANCARIA' TO WS-MSG.
           MOVE ZEROS TO WS-REL-MES WS-REL-ANO.
           DISPLAY SS-TELA-MESANO.
           ACCEPT SS-TELA-MESANO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO REMESSA-FIM
           END-IF.
           MOVE WS-REL-MES TO FS-REF-MES.
           MOVE WS-REL-ANO TO FS-REF-ANO.
           MOVE ZEROS TO FS-MAT.
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE ZEROS TO WS-REM-QTDE.
           MOVE ZEROS TO WS-REM-TOTAL.
           OPEN OUTPUT REMESSA1.
           MOVE WS-REL-MES TO REM-CAB-MES.
           MOVE WS-REL-ANO TO REM-CAB-ANO.
           WRITE REM-LINHA FROM WS-REM-CAB.
           MOVE 'N' TO WS-FIM-ARQ.
           START FOLHA1 KEY IS NOT LESS THAN FS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM REMESSA-LINHA THRU REMESSA-LINHA-FIM
               UNTIL FIM-ARQ.
           MOVE WS-REM-QTDE TO REM-ROD-QTDE.
           COMPUTE REM-ROD-VALOR = WS-REM-TOTAL * 100.
           WRITE REM-LINHA FROM WS-REM-ROD.
           CLOSE REMESSA1.
           MOVE "REMESSA BANCARIA GERADA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO REMESSA.
       REMESSA-FIM.

       REMESSA-LINHA.
           READ FOLHA1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ
               IF FS-EMPRESA NOT = WS-EMPRESA-ATUAL OR
                   FS-REF-MES NOT = WS-REL-MES OR
                   FS-REF-ANO NOT = WS-REL-ANO
                   MOVE 'S' TO WS-FIM-ARQ
               ELSE
      *            DESLIGADO NA COMPETENCIA NAO ENTRA NA REMESSA - O
      *            MES DA SAIDA E ACERTADO PELO TRCT, NAO POR DEPOSITO
                   MOVE ZEROS TO MAE-DESLIGAMENTO
                   MOVE FS-EMPRESA TO MAE-EMPRESA
                   MOVE FS-MAT TO MAE-MAT
                   READ FUNCIONARIOS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF MAE-DESL-MES = FS-REF-MES
                       AND MAE-DESL-ANO = FS-REF-ANO
                       CONTINUE
                   ELSE
                       MOVE FS-MAT TO REM-DET-MAT
                       MOVE FS-NOME TO REM-DET-NOME
                       COMPUTE REM-DET-VALOR = FS-SALIQ * 100
                       WRITE REM-LINHA FROM WS-REM-DET
                       ADD FS-SALIQ TO WS-REM-TOTAL
                       ADD 1 TO WS-REM-QTDE
                       PERFORM REMESSA-PENSAO THRU REMESSA-PENSAO-FIM
                   END-IF
               END-IF
           END-IF.
       REMESSA-LINHA-FIM.

      *    REPASSE DA PENSAO ALIMENTICIA - QUANDO A FOLHA DO MES TEM
      *    PENSAO DESCONTADA, A REMESSA GANHA UM DETALHE ADICIONAL
      *    CREDITANDO O BENEFICIARIO DO CADASTRO DE PENSAO1 (MESMA
      *    MATRICULA, NOME DO BENEFICIARIO, VALOR DA PENSAO), EM VEZ
      *    DO REPASSE POR TRANSFERENCIA MANUAL FORA DO SISTEMA
       REMESSA-PENSAO.
           IF FS-PENSAO > 0
               MOVE FS-EMPRESA TO PEN-EMPRESA
               MOVE FS-MAT TO PEN-MAT
               READ PENSAO1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-MAT TO REM-DET-MAT
                       MOVE PEN-BENEFICIARIO TO REM-DET-NOME
                       COMPUTE REM-DET-VALOR = FS-PENSAO * 100
                       WRITE REM-LINHA FROM WS-REM-DET
                       ADD FS-PENSAO TO WS-REM-TOTAL
                       ADD 1 TO WS-REM-QTDE
               END-READ
           END-IF.
       REMESSA-PENSAO-FIM.

      *-----------------------------------------------------------------
      *    ADIANTAMENTO QUINZENAL - GERA NO DIA 15 A REMESSA BANCARIA
      *    (MESMO LAYOUT '0'/'1'/'9' DA OPCAO B) COM O PERCENTUAL DE
      *    FS-SALBA DE CADA MATRICULA ATIVA DA COMPETENCIA, GRAVA O
      *    VALOR ADIANTADO EM FS-ADIANT E RECALCULA A FOLHA PARA O
      *    LIQUIDO DO FECHAMENTO JA SAIR COM O ABATIMENTO - SEM
      *    PASSAR POR FS-CONSIG, QUE FICA SO PARA O CONSIGNADO
      *-----------------------------------------------------------------
       ADIANTA.
           MOVE 'FOLHA DE PAGAMENTO - ADIANTAMENTO' TO WS-MSG.
           MOVE ZEROS TO WS-REL-MES WS-REL-ANO.
           MOVE 40 TO WS-ADI-PERC.
           MOVE SPACES TO WS-ERRO.
           DISPLAY SS-TELA-ADIANT.
           ACCEPT SS-TELA-ADIANT.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO ADIANTA-FIM
           END-IF.
           IF WS-ADI-PERC = 0 OR WS-REL-MES < 1 OR WS-REL-MES > 12
               OR WS-REL-ANO < 1959
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO ADIANTA
           END-IF.
           MOVE 'N' TO WS-ERRO.
           MOVE "CONFIRMA O ADIANTAMENTO (S/N)?" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF NOT E-SIM
               GO TO ADIANTA
           END-IF.
           MOVE WS-REL-MES TO FS-REF-MES.
           MOVE WS-REL-ANO TO FS-REF-ANO.
           MOVE ZEROS TO FS-MAT.
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE ZEROS TO WS-REM-QTDE WS-REM-TOTAL.
           OPEN OUTPUT ADIANT1.
           MOVE WS-REL-MES TO REM-CAB-MES.
           MOVE WS-REL-ANO TO REM-CAB-ANO.
           WRITE ADIANT-LINHA FROM WS-REM-CAB.
           MOVE 'N' TO WS-FIM-ARQ.
           START FOLHA1 KEY IS NOT LESS THAN FS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM ADIANTA-LINHA-PROC THRU ADIANTA-LINHA-PROC-FIM
               UNTIL FIM-ARQ.
           MOVE WS-REM-QTDE TO REM-ROD-QTDE.
           COMPUTE REM-ROD-VALOR = WS-REM-TOTAL * 100.
           WRITE ADIANT-LINHA FROM WS-REM-ROD.
           CLOSE ADIANT1.
           MOVE "REMESSA DO ADIANTAMENTO GERADA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       ADIANTA-FIM.

       ADIANTA-LINHA-PROC.
           READ FOLHA1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ
               IF FS-EMPRESA NOT = WS-EMPRESA-ATUAL OR
                   FS-REF-MES NOT = WS-REL-MES OR
                   FS-REF-ANO NOT = WS-REL-ANO
                   MOVE 'S' TO WS-FIM-ARQ
               ELSE
      *            DESLIGADO NA COMPETENCIA NAO RECEBE ADIANTAMENTO -
      *            MESMO CORTE DA REMESSA NORMAL
                   MOVE ZEROS TO MAE-DESLIGAMENTO
                   MOVE FS-EMPRESA TO MAE-EMPRESA
                   MOVE FS-MAT TO MAE-MAT
                   READ FUNCIONARIOS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF MAE-DESL-MES = FS-REF-MES
                       AND MAE-DESL-ANO = FS-REF-ANO
                       CONTINUE
                   ELSE
                       PERFORM ADIANTA-GRAVA THRU ADIANTA-GRAVA-FIM
                   END-IF
               END-IF
           END-IF.
       ADIANTA-LINHA-PROC-FIM.

      *    GRAVA O ADIANTAMENTO DA MATRICULA: FS-ADIANT RECEBE O
      *    PERCENTUAL DE FS-SALBA, A FOLHA E RECALCULADA (O LIQUIDO
      *    DO FECHAMENTO JA SAI ABATIDO) E O DEPOSITO DA QUINZENA VAI
      *    PARA A REMESSA. RODAR DE NOVO NA MESMA COMPETENCIA SO
      *    RECALCULA O MESMO VALOR - NAO DUPLICA O DESCONTO
       ADIANTA-GRAVA.
           MOVE FS-SALBA TO WS-LOG-SALBA-ANT.
           MOVE FS-SALIQ TO WS-LOG-SALIQ-ANT.
           COMPUTE FS-ADIANT ROUNDED =
               FS-SALBA * WS-ADI-PERC / 100.
           PERFORM CALCULA-FOLHA THRU CALCULA-FOLHA-FIM.
           PERFORM JRN-ANTES-FOLHA THRU JRN-ANTES-FOLHA-FIM.
           REWRITE FS-COLABORADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-FOLHA THRU JRN-ALTERA-FOLHA-FIM
           END-REWRITE.
           MOVE FS-SALBA TO WS-LOG-SALBA-NOVO.
           MOVE FS-SALIQ TO WS-LOG-SALIQ-NOVO.
           MOVE "ADIANTAM" TO WS-LOG-OPERACAO.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           MOVE FS-MAT TO REM-DET-MAT.
           MOVE FS-NOME TO REM-DET-NOME.
           COMPUTE REM-DET-VALOR = FS-ADIANT * 100.
           WRITE ADIANT-LINHA FROM WS-REM-DET.
           ADD FS-ADIANT TO WS-REM-TOTAL.
           ADD 1 TO WS-REM-QTDE.
       ADIANTA-GRAVA-FIM.

      *-----------------------------------------------------------------
      *    SIMULADOR - RODA OS MESMOS CALCULA-FOLHA/CALCULA-ENCARGOS E
      *    O MESMO RESCISAO-CALCULA DA RESCISAO DE VERDADE A PARTIR DE
      *    DADOS DIGITADOS OU DE UMA MATRICULA EXISTENTE, MOSTRA O
      *    RESULTADO NA TELA E GRAVA O DEMONSTRATIVO MARCADO
      *    'SIMULACAO' EM SIMULA1. NAO ESCREVE NADA EM FOLHA1,
      *    FUNCIONARIOS NEM FOLHALOG1
      *-----------------------------------------------------------------
       SIMULA.
           MOVE 'FOLHA DE PAGAMENTO - SIMULADOR' TO WS-MSG.
           MOVE SPACES TO WS-SIM-TIPO.
           DISPLAY SS-TELA-SIMULA.
           ACCEPT SS-TELA-SIMULA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO SIMULA-FIM
           END-IF.
           EVALUATE TRUE
               WHEN SIM-FOLHA
                   PERFORM SIMULA-FOLHA THRU SIMULA-FOLHA-FIM
               WHEN SIM-RESCISAO
                   PERFORM SIMULA-RESC THRU SIMULA-RESC-FIM
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE.
           GO TO SIMULA.
       SIMULA-FIM.

      *    SIMULACAO DE FOLHA - MESMA ENTRADA DO CADASTRO (CHAVE +
      *    TELA REDUZIDA QUANDO A MATRICULA JA ESTA NO MASTER, TELA
      *    CHEIA QUANDO OS DADOS SAO DIGITADOS DO ZERO), MAS O
      *    RESULTADO FICA SO NA TELA E NO DEMONSTRATIVO DE SIMULACAO
       SIMULA-FOLHA.
           MOVE ZEROS TO FS-CHAVE.
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE ZEROS TO FS-DADOS-NUMERICOS.
           MOVE SPACES TO FS-DADOS-ALFABETICOS.
           MOVE 'P' TO FS-HE-MODO.
           MOVE 'I' TO FS-FALTAS-MOTIVO.
           MOVE SPACES TO WS-ERRO.
           MOVE 'N' TO WS-MAT-ACHADA.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO SIMULA-FOLHA-FIM
           END-IF.
           MOVE FS-EMPRESA TO MAE-EMPRESA.
           MOVE FS-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE 'N' TO WS-MAT-ACHADA
               NOT INVALID KEY
                   MOVE 'S' TO WS-MAT-ACHADA
           END-READ.
           IF MAT-ACHADA
               MOVE MAE-NOME TO FS-NOME
               MOVE MAE-FUNC TO FS-FUNC
               MOVE MAE-ADMISSAO TO FS-ADMISSAO
               MOVE MAE-DEP TO FS-DEP
               MOVE MAE-FILHOS TO FS-FILHOS
               MOVE MAE-CARGO TO FS-CARGO
               ACCEPT SS-TELA-FOLHA-MES
           ELSE
               ACCEPT SS-TELA-FOLHA
           END-IF.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO SIMULA-FOLHA-FIM
           END-IF.
           INSPECT FS-NOME CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
           INSPECT FS-FUNC CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
           INSPECT FS-OP-VT CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
           PERFORM VALIDA-CARGO THRU VALIDA-CARGO-FIM.
           IF WS-CRG-ERRO NOT = SPACES
               MOVE WS-CRG-ERRO TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO SIMULA-FOLHA
           END-IF.
           PERFORM VALIDA-CAMPOS THRU VALIDA-CAMPOS-FIM.
           IF CAMPOS-INVALIDOS
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO SIMULA-FOLHA
           END-IF.
           PERFORM CALCULA-FOLHA THRU CALCULA-FOLHA-FIM.
           DISPLAY SS-TELA-FOLHA.
           MOVE FS-SALBA-PROP TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE SIMULA-LINHA FROM WS-HOL-LIN.
           MOVE 'HORAS EXTRAS' TO HOL-LIN-DESCR.
           MOVE FS-TOTAL-HE TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE SIMULA-LINHA FROM WS-HOL-LIN.
           MOVE 'HORAS EXTRAS 100%' TO HOL-LIN-DESCR.
           MOVE FS-TOTAL-HE100 TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE SIMULA-LINHA FROM WS-HOL-LIN.
           MOVE 'DSR' TO HOL-LIN-DESCR.
           MOVE FS-DSR TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE SIMULA-LINHA FROM WS-HOL-LIN.
           MOVE 'ADIC. INSALUBRIDADE' TO HOL-LIN-DESCR.
           MOVE FS-INSAL TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE SIMULA-LINHA FROM WS-HOL-LIN.
           MOVE 'ADIC. PERICULOSIDADE' TO HOL-LIN-DESCR.
           MOVE FS-PERIC TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE SIMULA-LINHA FROM WS-HOL-LIN.
           MOVE 'ADICIONAL NOTURNO' TO HOL-LIN-DESCR.
           MOVE FS-NOTURNO TO HOL-LIN-PROV.
           MOVE ZEROS TO HOL-LIN-DESC.
           WRITE SIMULA-LINHA FROM WS-HOL-LIN.
           MOVE 'VALE-TRANSPORTE' TO HOL-LIN-DESCR.
           MOVE 'MULTA 40% FGTS' TO RESC-LIN-DESCR.
           MOVE WS-RESC-FGTS-MULTA TO RESC-LIN-VALOR.
           WRITE SIMULA-LINHA FROM WS-RESC-LIN.
           MOVE 'DESCONTO EMPRESTIMO CONSIGNADO' TO RESC-LIN-DESCR.
           MOVE WS-RESC-CONSIG TO RESC-LIN-VALOR.
           WRITE SIMULA-LINHA FROM WS-RESC-LIN.
           MOVE WS-RESC-TOTAL TO RESC-ROD-TOTAL.
           WRITE SIMULA-LINHA FROM WS-RESC-ROD.
           MOVE SPACES TO SIMULA-LINHA.
               ADD FS-SALIQ TO WS-REM-TOTAL
               ADD 1 TO WS-REM-QTDE
           END-IF.
           PERFORM JRN-ANTES-FOLHA THRU JRN-ANTES-FOLHA-FIM.
           REWRITE FS-COLABORADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-FOLHA THRU JRN-ALTERA-FOLHA-FIM
           END-REWRITE.
       RETORNO-CASA-FIM.

      *-----------------------------------------------------------------
      *    GUIAS GPS/DARF - CONSOLIDA A BASE (FS-SALBR) E OS RETIDOS
      *    (FS-INSS/FS-IRRF) DE TODAS AS MATRICULAS DA EMPRESA NA
      *    COMPETENCIA, PELA MESMA VARREDURA SEQUENCIAL DO RELATORIO
      *    MENSAL, APLICA AS ALIQUOTAS PATRONAIS DA TABELA DO ANO
      *    (TAB-PATRONAL) E IMPRIME A GUIA GPS (INSS EMPREGADOS +
      *    PATRONAL + RAT/TERCEIROS) E A GUIA DARF (IRRF RETIDO)
      *-----------------------------------------------------------------
       GUIAS.
           MOVE 'FOLHA DE PAGAMENTO - GUIAS' TO WS-MSG.
           MOVE ZEROS TO WS-REL-MES WS-REL-ANO.
           DISPLAY SS-TELA-MESANO.
           ACCEPT SS-TELA-MESANO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO GUIAS-FIM
           END-IF.
           MOVE WS-REL-MES TO FS-REF-MES.
           MOVE WS-REL-ANO TO FS-REF-ANO.
           MOVE ZEROS TO FS-MAT.
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE ZEROS TO WS-GPS-BASE WS-GPS-INSS-EMP WS-GPS-IRRF.
      *    INICIO - ALIQUOTAS PATRONAIS DO ANO DA COMPETENCIA, COM O
      *    MESMO AVISO DE ANO SEM TABELA PROPRIA DO RELATORIO MENSAL
           MOVE ZEROS TO WS-TPAD-QTDE.
           MOVE WS-REL-ANO TO WS-TAB-ANO-BUSCA.
           PERFORM CARREGA-TABELA THRU CARREGA-TABELA-FIM.
      *    FIM - ALIQUOTAS PATRONAIS DO ANO DA COMPETENCIA
           MOVE 'N' TO WS-FIM-ARQ.
           START FOLHA1 KEY IS NOT LESS THAN FS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM GUIAS-LINHA THRU GUIAS-LINHA-FIM
               UNTIL FIM-ARQ.
           COMPUTE WS-GPS-PATRONAL ROUNDED =
               WS-GPS-BASE * TAB-PAT-INSS.
           COMPUTE WS-GPS-RAT ROUNDED = WS-GPS-BASE * TAB-PAT-RAT.
           COMPUTE WS-GPS-TERC ROUNDED = WS-GPS-BASE * TAB-PAT-TERC.
           COMPUTE WS-GPS-TOTAL = WS-GPS-INSS-EMP + WS-GPS-PATRONAL
               + WS-GPS-RAT + WS-GPS-TERC.
           OPEN OUTPUT GUIAREC1.
           MOVE 'GUIA GPS - RECOLHIMENTO INSS' TO GREC-CAB-TITULO.
           MOVE WS-REL-MES TO GREC-CAB-MES.
           MOVE WS-REL-ANO TO GREC-CAB-ANO.
           WRITE GREC-LINHA FROM WS-GREC-CAB.
           MOVE 'BASE DE CALCULO (BRUTO)' TO GREC-LIN-DESCR.
           MOVE WS-GPS-BASE TO GREC-LIN-VALOR.
           WRITE GREC-LINHA FROM WS-GREC-LIN.
           MOVE 'INSS EMPREGADOS (RETIDO)' TO GREC-LIN-DESCR.
           MOVE WS-GPS-INSS-EMP TO GREC-LIN-VALOR.
           WRITE GREC-LINHA FROM WS-GREC-LIN.
           MOVE 'INSS PATRONAL' TO GREC-LIN-DESCR.
           MOVE WS-GPS-PATRONAL TO GREC-LIN-VALOR.
           WRITE GREC-LINHA FROM WS-GREC-LIN.
           MOVE 'RAT' TO GREC-LIN-DESCR.
           MOVE WS-GPS-RAT TO GREC-LIN-VALOR.
           WRITE GREC-LINHA FROM WS-GREC-LIN.
           MOVE 'TERCEIROS' TO GREC-LIN-DESCR.
           MOVE WS-GPS-TERC TO GREC-LIN-VALOR.
           WRITE GREC-LINHA FROM WS-GREC-LIN.
           MOVE 'TOTAL DA GPS' TO GREC-LIN-DESCR.
           MOVE WS-GPS-TOTAL TO GREC-LIN-VALOR.
           WRITE GREC-LINHA FROM WS-GREC-LIN.
           MOVE SPACES TO GREC-LINHA.
           WRITE GREC-LINHA.
           MOVE 'GUIA DARF - IRRF' TO GREC-CAB-TITULO.
           WRITE GREC-LINHA FROM WS-GREC-CAB.
           MOVE 'IRRF RETIDO DOS EMPREGADOS' TO GREC-LIN-DESCR.
           MOVE WS-GPS-IRRF TO GREC-LIN-VALOR.
           WRITE GREC-LINHA FROM WS-GREC-LIN.
           MOVE 'TOTAL DO DARF' TO GREC-LIN-DESCR.
           MOVE WS-GPS-IRRF TO GREC-LIN-VALOR.
           WRITE GREC-LINHA FROM WS-GREC-LIN.
           IF WS-TPAD-QTDE > 0
               MOVE 1 TO WS-TPAD-IDX
               PERFORM AVISA-TABELA-GREC THRU AVISA-TABELA-GREC-FIM
                   UNTIL WS-TPAD-IDX > WS-TPAD-QTDE
           END-IF.
           CLOSE GUIAREC1.
           MOVE "GUIAS GPS/DARF GERADAS" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF WS-TPAD-QTDE > 0
               MOVE "AVISO: ANO(S) SEM TABELA PROPRIA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO TO GUIAS.
       GUIAS-FIM.

       GUIAS-LINHA.
           READ FOLHA1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ
               IF FS-EMPRESA NOT = WS-EMPRESA-ATUAL OR
                   FS-REF-MES NOT = WS-REL-MES OR
                   FS-REF-ANO NOT = WS-REL-ANO
                   MOVE 'S' TO WS-FIM-ARQ
               ELSE
                   ADD FS-SALBR TO WS-GPS-BASE
                   ADD FS-INSS TO WS-GPS-INSS-EMP
                   ADD FS-IRRF TO WS-GPS-IRRF
               END-IF
           END-IF.
       GUIAS-LINHA-FIM.

      *    GRAVA NO PROPRIO ARQUIVO DAS GUIAS O AVISO DE ANO SEM
      *    TABELA PROPRIA, COMO O RELATORIO MENSAL JA FAZ
       AVISA-TABELA-GREC.
           MOVE WS-TPAD-ANO (WS-TPAD-IDX) TO TPAD-DET-ANO.
           WRITE GREC-LINHA FROM WS-TPAD-DET.
           ADD 1 TO WS-TPAD-IDX.
       AVISA-TABELA-GREC-FIM.

      *-----------------------------------------------------------------
      *    PROVISAO MENSAL DE FERIAS E 13o - VARRE AS MATRICULAS DA
      *    EMPRESA EM FUNCIONARIOS (MESMO START/READ NEXT DA
      *    EXPORTACAO ANUAL), CALCULA O ACUMULADO DE 1/12 DE FERIAS
      *    (COM O TERCO) E 1/12 DE 13o POR MATRICULA A PARTIR DO
      *    FS-SALBA DA COMPETENCIA E DE MAE-ADMISSAO, COM OS ENCARGOS
      *    EM CIMA, E GRAVA OS LANCAMENTOS CONTABEIS (DEBITO/CREDITO
      *    POR CONTA) EM PROVISAO1 NO ESTILO '0'/'1'/'9' DA EXPORTACAO
      *    ANUAL. SO ENTRA QUEM TEM FOLHA LANCADA NA COMPETENCIA
      *-----------------------------------------------------------------
       PROVISAO.
           MOVE 'FOLHA DE PAGAMENTO - PROVISAO' TO WS-MSG.
           MOVE ZEROS TO WS-REL-MES WS-REL-ANO.
           DISPLAY SS-TELA-MESANO.
           ACCEPT SS-TELA-MESANO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO PROVISAO-FIM
           END-IF.
           MOVE ZEROS TO WS-PRV-QTDE WS-PRV-TOTAL.
           MOVE ZEROS TO WS-TPAD-QTDE.
           MOVE WS-REL-ANO TO WS-TAB-ANO-BUSCA.
           PERFORM CARREGA-TABELA THRU CARREGA-TABELA-FIM.
      *    ENCARGOS SOBRE AS PROVISOES - ALIQUOTAS PATRONAIS DA
      *    TABELA DO ANO MAIS O FGTS DE 8%
           COMPUTE WS-PRV-ALQ-ENC = TAB-PAT-INSS + TAB-PAT-RAT
               + TAB-PAT-TERC + 0,080.
           OPEN OUTPUT PROVISAO1.
           MOVE WS-EMPRESA-ATUAL TO PRV-CAB-EMPRESA.
           MOVE WS-REL-MES TO PRV-CAB-MES.
           MOVE WS-REL-ANO TO PRV-CAB-ANO.
           WRITE PROV-LINHA FROM WS-PRV-CAB.
           MOVE WS-EMPRESA-ATUAL TO MAE-EMPRESA.
           MOVE ZEROS TO MAE-MAT.
           MOVE 'N' TO WS-FIM-ARQ.
           START FUNCIONARIOS KEY IS NOT LESS THAN MAE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM PROVISAO-FUNC THRU PROVISAO-FUNC-FIM
               UNTIL FIM-ARQ.
           MOVE WS-PRV-QTDE TO PRV-ROD-QTDE.
           COMPUTE PRV-ROD-VALOR = WS-PRV-TOTAL * 100.
           WRITE PROV-LINHA FROM WS-PRV-ROD.
           CLOSE PROVISAO1.
           MOVE "PROVISAO CONTABIL GERADA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF WS-TPAD-QTDE > 0
               MOVE "AVISO: ANO(S) SEM TABELA PROPRIA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO TO PROVISAO.
       PROVISAO-FIM.

      *    LE A PROXIMA MATRICULA DA EMPRESA E CALCULA A PROVISAO
      *    QUANDO ELA TEM FOLHA LANCADA NA COMPETENCIA (QUEM NAO TEM
      *    FOLHA NO MES - DESLIGADO OU AINDA NAO ADMITIDO - FICA FORA)
       PROVISAO-FUNC.
           READ FUNCIONARIOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ
               IF MAE-EMPRESA NOT = WS-EMPRESA-ATUAL
                   MOVE 'S' TO WS-FIM-ARQ
               ELSE
                   MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA
                   MOVE WS-REL-MES TO FS-REF-MES
                   MOVE WS-REL-ANO TO FS-REF-ANO
                   MOVE MAE-MAT TO FS-MAT
                   READ FOLHA1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM PROVISAO-CALC THRU PROVISAO-CALC-FIM
                   END-READ
               END-IF
           END-IF.
       PROVISAO-FUNC-FIM.

      *    PROVISAO ACUMULADA DA MATRICULA: FERIAS CONTA OS MESES DO
      *    PERIODO AQUISITIVO EM CURSO (BASE = ULTIMO PERIODO LANCADO
      *    EM FERIAS1, OU A ADMISSAO), 13o CONTA OS MESES DO ANO DA
      *    COMPETENCIA, AMBOS COM A REGRA DOS 15 DIAS DE DECIMO-MES.
      *    A BASE E O SALARIO DA FOLHA MAIS OS ADICIONAIS DO MES CHEIO
       PROVISAO-CALC.
           MOVE WS-REL-ANO TO WS-TAB-ANO-BUSCA.
           MOVE FS-SALBA TO WS-ADC-SALBA WS-ADC-BASE.
           MOVE FS-CH TO WS-ADC-CH.
           MOVE 30 TO WS-ADC-DIAS.
           PERFORM ADICIONAIS-CALCULA THRU ADICIONAIS-CALCULA-FIM.
           COMPUTE WS-PRV-BASE = FS-SALBA + WS-ADC-TOTAL.
           PERFORM PROVISAO-ACHA-FERIAS THRU PROVISAO-ACHA-FERIAS-FIM.
           COMPUTE WS-PRV-MESES-FER =
               ((WS-REL-ANO - WS-PRV-FER-BASE-ANO) * 12)
               + (WS-REL-MES - WS-PRV-FER-BASE-MES) + 1.
           IF WS-PRV-FER-BASE-DIA > 15
               SUBTRACT 1 FROM WS-PRV-MESES-FER
           END-IF.
           IF WS-PRV-MESES-FER > 12
               MOVE 12 TO WS-PRV-MESES-FER
           END-IF.
           IF WS-PRV-MESES-FER < 0
               MOVE ZEROS TO WS-PRV-MESES-FER
           END-IF.
           COMPUTE WS-PRV-FERIAS ROUNDED =
               ((WS-PRV-BASE / 12) * WS-PRV-MESES-FER)
               + (((WS-PRV-BASE / 12) * WS-PRV-MESES-FER) / 3).
           MOVE WS-REL-MES TO WS-PRV-MESES-DEC.
           IF MAE-ADM-ANO = WS-REL-ANO
               COMPUTE WS-PRV-MESES-DEC =
                   WS-REL-MES - MAE-ADM-MES + 1
               IF MAE-ADM-DIA > 15
                   SUBTRACT 1 FROM WS-PRV-MESES-DEC
               END-IF
           END-IF.
           IF WS-PRV-MESES-DEC < 0
               MOVE ZEROS TO WS-PRV-MESES-DEC
           END-IF.
           COMPUTE WS-PRV-DECIMO ROUNDED =
               (WS-PRV-BASE / 12) * WS-PRV-MESES-DEC.
           COMPUTE WS-PRV-ENCARGOS ROUNDED =
               (WS-PRV-FERIAS + WS-PRV-DECIMO) * WS-PRV-ALQ-ENC.
           IF WS-PRV-FERIAS > 0
               MOVE 31101 TO PRV-DET-CTA-DEB
               MOVE 21301 TO PRV-DET-CTA-CRED
               MOVE 'PROVISAO FERIAS + TERCO' TO PRV-DET-HISTORICO
               MOVE WS-PRV-FERIAS TO WS-PRV-VALOR
               PERFORM PROVISAO-LANCA THRU PROVISAO-LANCA-FIM
           END-IF.
           IF WS-PRV-DECIMO > 0
               MOVE 31102 TO PRV-DET-CTA-DEB
               MOVE 21302 TO PRV-DET-CTA-CRED
               MOVE 'PROVISAO 13o SALARIO' TO PRV-DET-HISTORICO
               MOVE WS-PRV-DECIMO TO WS-PRV-VALOR
               PERFORM PROVISAO-LANCA THRU PROVISAO-LANCA-FIM
           END-IF.
           IF WS-PRV-ENCARGOS > 0
               MOVE 31103 TO PRV-DET-CTA-DEB
               MOVE 21303 TO PRV-DET-CTA-CRED
               MOVE 'ENCARGOS S/ PROVISOES' TO PRV-DET-HISTORICO
               MOVE WS-PRV-ENCARGOS TO WS-PRV-VALOR
               PERFORM PROVISAO-LANCA THRU PROVISAO-LANCA-FIM
           END-IF.
       PROVISAO-CALC-FIM.

      *    GRAVA UM LANCAMENTO CONTABIL EM PROVISAO1 - O CHAMADOR
      *    PREENCHE CONTA DEBITO/CREDITO, HISTORICO E WS-PRV-VALOR
       PROVISAO-LANCA.
           MOVE FS-MAT TO PRV-DET-MAT.
           COMPUTE PRV-DET-VALOR = WS-PRV-VALOR * 100.
           WRITE PROV-LINHA FROM WS-PRV-DET.
           ADD WS-PRV-VALOR TO WS-PRV-TOTAL.
           ADD 1 TO WS-PRV-QTDE.
       PROVISAO-LANCA-FIM.

      *    ACHA O INICIO DO PERIODO AQUISITIVO DE FERIAS EM CURSO NA
      *    COMPETENCIA DA PROVISAO - MESMO IDIOMA DE START/READ NEXT
      *    DE RESCISAO-ACHA-FERIAS
       PROVISAO-ACHA-FERIAS.
           MOVE MAE-EMPRESA TO FER-EMPRESA.
           MOVE MAE-MAT TO FER-MAT.
           MOVE WS-REL-ANO TO FER-INI-ANO.
           MOVE WS-REL-MES TO FER-INI-MES.
           MOVE 31 TO FER-INI-DIA.
           MOVE 'N' TO WS-PRV-ACHOU-FER.
           START FERIAS1 KEY IS LESS THAN FER-CHAVE
               INVALID KEY
                   MOVE 'N' TO WS-PRV-ACHOU-FER
               NOT INVALID KEY
                   READ FERIAS1 NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-PRV-ACHOU-FER
                       NOT AT END
                           IF FER-MAT = MAE-MAT
                               AND FER-EMPRESA = MAE-EMPRESA
                               MOVE 'S' TO WS-PRV-ACHOU-FER
                               MOVE FER-INI-ANO TO WS-PRV-FER-BASE-ANO
                               MOVE FER-INI-MES TO WS-PRV-FER-BASE-MES
                               MOVE FER-INI-DIA TO WS-PRV-FER-BASE-DIA
                           ELSE
                               MOVE 'N' TO WS-PRV-ACHOU-FER
                           END-IF
                   END-READ
           END-START.
           IF NOT PRV-ACHOU-PERIODO
               MOVE MAE-ADM-ANO TO WS-PRV-FER-BASE-ANO
               MOVE MAE-ADM-MES TO WS-PRV-FER-BASE-MES
               MOVE MAE-ADM-DIA TO WS-PRV-FER-BASE-DIA
           END-IF.
       PROVISAO-ACHA-FERIAS-FIM.

      *-----------------------------------------------------------------
      *    REAJUSTE COLETIVO (DISSIDIO) - APLICA O PERCENTUAL DA
      *    CONVENCAO A FS-SALBA DE TODAS AS COMPETENCIAS DA EMPRESA A
      *    PARTIR DA VIGENCIA (FILTRO OPCIONAL POR FS-FUNC), RECALCULA
      *    CADA FOLHA PELO CALCULA-FOLHA/CALCULA-ENCARGOS DE SEMPRE E
      *    GERA A FOLHA COMPLEMENTAR DAS DIFERENCAS (BRUTO, INSS,
      *    IRRF, FGTS E LIQUIDO) COM REMESSA BANCARIA SEPARADA. CADA
      *    FOLHA MEXIDA VAI PARA A TRILHA DE AUDITORIA COMO 'DISSIDIO'
      *-----------------------------------------------------------------
       DISSIDIO.
           MOVE 'FOLHA DE PAGAMENTO - DISSIDIO' TO WS-MSG.
           MOVE ZEROS TO WS-DIS-PERC WS-DIS-MES WS-DIS-ANO.
           MOVE SPACES TO WS-DIS-FUNC.
           MOVE SPACES TO WS-ERRO.
           DISPLAY SS-TELA-DISSIDIO.
           ACCEPT SS-TELA-DISSIDIO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO DISSIDIO-FIM
           END-IF.
           IF WS-DIS-PERC = 0 OR WS-DIS-MES < 1 OR WS-DIS-MES > 12
               OR WS-DIS-ANO < 1959
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO DISSIDIO
           END-IF.
           INSPECT WS-DIS-FUNC CONVERTING WS-MINUSCULAS TO
               WS-MAIUSCULAS.
           MOVE 'N' TO WS-ERRO.
           MOVE "CONFIRMA O REAJUSTE (S/N)?" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF NOT E-SIM
               GO TO DISSIDIO
           END-IF.
           MOVE ZEROS TO WS-DIS-QTDE.
           MOVE ZEROS TO WS-REM-QTDE WS-REM-TOTAL.
           OPEN OUTPUT FOLHACOMP1.
           MOVE WS-DIS-MES TO DIS-CAB-MES.
           MOVE WS-DIS-ANO TO DIS-CAB-ANO.
           WRITE FCOMP-LINHA FROM WS-DIS-CAB.
           OPEN OUTPUT REMDIF1.
           MOVE WS-DIS-MES TO REM-CAB-MES.
           MOVE WS-DIS-ANO TO REM-CAB-ANO.
           WRITE REMDIF-LINHA FROM WS-REM-CAB.
      *    A CHAVE DE FOLHA1 ORDENA POR MES ANTES DO ANO, ENTAO AS
      *    COMPETENCIAS A PARTIR DA VIGENCIA NAO SAO CONTIGUAS -
      *    VARRE A EMPRESA INTEIRA E FILTRA REGISTRO A REGISTRO,
      *    MESMA VARREDURA DE RESCISAO-SOMA-FGTS
           MOVE ZEROS TO FS-CHAVE.
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE 'N' TO WS-FIM-ARQ.
           START FOLHA1 KEY IS NOT LESS THAN FS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM DISSIDIO-LINHA THRU DISSIDIO-LINHA-FIM
               UNTIL FIM-ARQ.
           MOVE WS-REM-QTDE TO REM-ROD-QTDE.
           COMPUTE REM-ROD-VALOR = WS-REM-TOTAL * 100.
           WRITE REMDIF-LINHA FROM WS-REM-ROD.
           CLOSE REMDIF1.
           CLOSE FOLHACOMP1.
           MOVE "DISSIDIO APLICADO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       DISSIDIO-FIM.

       DISSIDIO-LINHA.
           READ FOLHA1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ
               IF FS-EMPRESA NOT = WS-EMPRESA-ATUAL
                   MOVE 'S' TO WS-FIM-ARQ
               ELSE
                   IF (FS-REF-ANO > WS-DIS-ANO
                       OR (FS-REF-ANO = WS-DIS-ANO
                       AND FS-REF-MES >= WS-DIS-MES))
                       AND (WS-DIS-FUNC = SPACES
                       OR FS-FUNC = WS-DIS-FUNC)
                       PERFORM DISSIDIO-APLICA THRU DISSIDIO-APLICA-FIM
                   END-IF
               END-IF
           END-IF.
       DISSIDIO-LINHA-FIM.

      *    REAJUSTA UMA COMPETENCIA: GUARDA OS VALORES ANTIGOS, APLICA
      *    O PERCENTUAL EM FS-SALBA, RECALCULA A FOLHA INTEIRA E GRAVA
      *    AS DIFERENCAS NA FOLHA COMPLEMENTAR E NA REMESSA SEPARADA
       DISSIDIO-APLICA.
           MOVE FS-SALBA TO WS-LOG-SALBA-ANT.
           MOVE FS-SALIQ TO WS-LOG-SALIQ-ANT.
           MOVE FS-SALBR TO WS-DIS-SALBR-ANT.
           MOVE FS-INSS TO WS-DIS-INSS-ANT.
           MOVE FS-IRRF TO WS-DIS-IRRF-ANT.
           MOVE FS-FGTS TO WS-DIS-FGTS-ANT.
           MOVE FS-SALIQ TO WS-DIS-SALIQ-ANT.
           COMPUTE FS-SALBA ROUNDED =
               FS-SALBA + (FS-SALBA * WS-DIS-PERC / 100).
           PERFORM CALCULA-FOLHA THRU CALCULA-FOLHA-FIM.
           PERFORM JRN-ANTES-FOLHA THRU JRN-ANTES-FOLHA-FIM.
           REWRITE FS-COLABORADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-FOLHA THRU JRN-ALTERA-FOLHA-FIM
           END-REWRITE.
           PERFORM DISSIDIO-HISTSAL THRU DISSIDIO-HISTSAL-FIM.
           MOVE FS-SALBA TO WS-LOG-SALBA-NOVO.
           MOVE FS-SALIQ TO WS-LOG-SALIQ-NOVO.
           MOVE "DISSIDIO" TO WS-LOG-OPERACAO.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           COMPUTE WS-DIS-DIF-BRUTO = FS-SALBR - WS-DIS-SALBR-ANT.
           COMPUTE WS-DIS-DIF-INSS = FS-INSS - WS-DIS-INSS-ANT.
           COMPUTE WS-DIS-DIF-IRRF = FS-IRRF - WS-DIS-IRRF-ANT.
           COMPUTE WS-DIS-DIF-FGTS = FS-FGTS - WS-DIS-FGTS-ANT.
           COMPUTE WS-DIS-DIF-LIQ = FS-SALIQ - WS-DIS-SALIQ-ANT.
           MOVE FS-MAT TO DIS-CAB-MAT.
           MOVE FS-NOME TO DIS-CAB-NOME.
           MOVE FS-REF-MES TO DIS-CAB-REF-MES.
           MOVE FS-REF-ANO TO DIS-CAB-REF-ANO.
           WRITE FCOMP-LINHA FROM WS-DIS-CAB2.
           MOVE 'DIFERENCA SALARIO BRUTO' TO DIS-LIN-DESCR.
           MOVE WS-DIS-DIF-BRUTO TO DIS-LIN-VALOR.
           WRITE FCOMP-LINHA FROM WS-DIS-LIN.
           MOVE 'DIFERENCA INSS' TO DIS-LIN-DESCR.
           MOVE WS-DIS-DIF-INSS TO DIS-LIN-VALOR.
           WRITE FCOMP-LINHA FROM WS-DIS-LIN.
           MOVE 'DIFERENCA IRRF' TO DIS-LIN-DESCR.
           MOVE WS-DIS-DIF-IRRF TO DIS-LIN-VALOR.
           WRITE FCOMP-LINHA FROM WS-DIS-LIN.
           MOVE 'DIFERENCA FGTS' TO DIS-LIN-DESCR.
           MOVE WS-DIS-DIF-FGTS TO DIS-LIN-VALOR.
           WRITE FCOMP-LINHA FROM WS-DIS-LIN.
           MOVE 'DIFERENCA LIQUIDA A PAGAR' TO DIS-LIN-DESCR.
           MOVE WS-DIS-DIF-LIQ TO DIS-LIN-VALOR.
           WRITE FCOMP-LINHA FROM WS-DIS-LIN.
           MOVE SPACES TO FCOMP-LINHA.
           WRITE FCOMP-LINHA.
           IF WS-DIS-DIF-LIQ > 0
               MOVE FS-MAT TO REM-DET-MAT
               MOVE FS-NOME TO REM-DET-NOME
               COMPUTE REM-DET-VALOR = WS-DIS-DIF-LIQ * 100
               WRITE REMDIF-LINHA FROM WS-REM-DET
               ADD WS-DIS-DIF-LIQ TO WS-REM-TOTAL
               ADD 1 TO WS-REM-QTDE
           END-IF.
           ADD 1 TO WS-DIS-QTDE.
       DISSIDIO-APLICA-FIM.

      *    REGISTRA O REAJUSTE NO HISTORICO SALARIAL UMA VEZ POR
      *    EMPREGADO: NA COMPETENCIA QUE TINHA O SALARIO VIGENTE DO
      *    MASTER, QUE PASSA AO SALARIO REAJUSTADO (AS DEMAIS
      *    COMPETENCIAS DO MESMO EMPREGADO DEIXAM DE BATER). A VIGENCIA
      *    E A DO DISSIDIO. O REAJUSTE COLETIVO NAO E BARRADO PELA
      *    FAIXA DO CARGO
       DISSIDIO-HISTSAL.
           MOVE FS-EMPRESA TO MAE-EMPRESA.
           MOVE FS-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   GO TO DISSIDIO-HISTSAL-FIM
           END-READ.
           IF MAE-SALARIO = 0 OR MAE-SALARIO NOT = WS-LOG-SALBA-ANT
               GO TO DISSIDIO-HISTSAL-FIM
           END-IF.
           MOVE FS-EMPRESA TO HSA-EMPRESA.
           MOVE FS-MAT TO HSA-MAT.
           MOVE WS-DIS-ANO TO HSA-VIG-ANO.
           MOVE WS-DIS-MES TO HSA-VIG-MES.
           MOVE 1 TO HSA-VIG-DIA.
           MOVE WS-LOG-SALBA-ANT TO HSA-SAL-ANT.
           MOVE FS-SALBA TO HSA-SAL-NOVO.
           MOVE MAE-CARGO TO HSA-CARGO-ANT HSA-CARGO-NOVO.
           MOVE 'D' TO HSA-MOTIVO.
           PERFORM GRAVA-HISTSAL THRU GRAVA-HISTSAL-FIM.
           MOVE FS-SALBA TO MAE-SALARIO.
           PERFORM JRN-ANTES-MASTER THRU JRN-ANTES-MASTER-FIM.
           REWRITE MAE-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-MASTER THRU JRN-ALTERA-MASTER-FIM
           END-REWRITE.
       DISSIDIO-HISTSAL-FIM.

      *-----------------------------------------------------------------
      *    RESCISAO (TRCT) - PUXA A MATRICULA EM FUNCIONARIOS, PERGUNTA
      *    A DATA DE DESLIGAMENTO E O TIPO, E MONTA O ACERTO DE CONTAS
      *    A PARTIR DO QUE JA EXISTE ESPALHADO PELO SISTEMA: FS-SALBA DA
      *    FOLHA DO MES DA SAIDA (FOLHA1), O ULTIMO PERIODO AQUISITIVO
      *    DE FERIAS (FERIAS1, MESMO PADRAO DE BUSCA DO PARAGRAFO
      *    FERIAS) E O FGTS DEPOSITADO EM TODAS AS COMPETENCIAS DO
      *    EMPREGADO (SOMA SOBRE FOLHA1). GRAVA O DEMONSTRATIVO EM
      *    RESCISAO1, NO MESMO ESTILO DO ARQUIVO DE HOLERITE
      *-----------------------------------------------------------------
       RESCISAO.
           MOVE 'FOLHA DE PAGAMENTO - RESCISAO' TO WS-MSG.
           MOVE ZEROS TO WS-RESC-MAT.
           MOVE SPACES TO WS-ERRO.
           DISPLAY SS-TELA-RESCISAO-MAT.
           ACCEPT SS-TELA-RESCISAO-MAT.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO RESCISAO-FIM
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO MAE-EMPRESA.
           MOVE WS-RESC-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE "MATRICULA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO RESCISAO
           END-READ.
       RESCISAO-DADOS.
           MOVE ZEROS TO WS-RESC-DESL-DIA WS-RESC-DESL-MES
               WS-RESC-DESL-ANO.
           MOVE SPACES TO WS-RESC-TIPO.
           DISPLAY SS-TELA-RESCISAO-DADOS.
           ACCEPT SS-TELA-RESCISAO-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO RESCISAO-FIM
           END-IF.
           IF NOT RESC-TIPO-VALIDO OR WS-RESC-DESL-DIA < 1
               OR WS-RESC-DESL-DIA > 31 OR WS-RESC-DESL-MES < 1
               OR WS-RESC-DESL-MES > 12 OR WS-RESC-DESL-ANO < 1959
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO RESCISAO-DADOS
           END-IF.
           COMPUTE WS-RESC-DESL-COMP = (WS-RESC-DESL-ANO * 10000)
               + (WS-RESC-DESL-MES * 100) + WS-RESC-DESL-DIA.
           COMPUTE WS-RESC-ADM-COMP = (MAE-ADM-ANO * 10000)
               + (MAE-ADM-MES * 100) + MAE-ADM-DIA.
           IF WS-RESC-DESL-COMP < WS-RESC-ADM-COMP
               MOVE "DESLIGAMENTO ANTERIOR A ADMISSAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO RESCISAO-DADOS
           END-IF.

      *    INICIO - SALARIO BASE DO MES DO DESLIGAMENTO, DA FOLHA JA
      *    CALCULADA NAQUELE MES
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE WS-RESC-MAT TO FS-MAT.
           MOVE WS-RESC-DESL-MES TO FS-REF-MES.
           MOVE WS-RESC-DESL-ANO TO FS-REF-ANO.
           READ FOLHA1
               INVALID KEY
                   MOVE "FOLHA DO MES DE DESLIGAMENTO NAO ENCONTRADA"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO RESCISAO-DADOS
           END-READ.
           MOVE FS-SALBA TO WS-RESC-SALBA.
      *    FIM - SALARIO BASE DO MES DO DESLIGAMENTO

      *    AS VERBAS DO TRCT SAEM DE RESCISAO-CALCULA, QUE TAMBEM E
      *    USADO PELO SIMULADOR (OPCAO N) SEM GRAVAR NADA
           PERFORM RESCISAO-CALCULA THRU RESCISAO-CALCULA-FIM.

           DISPLAY SS-TELA-RESCISAO-DEMO.
           MOVE SPACES TO WS-ERRO.
           MOVE 'CONFIRMA O LANCAMENTO DO TRCT (S/N)?' TO WS-MSGERRO.
           PERFORM UNTIL E-SIM OR E-NAO
           PERFORM MOSTRA-ERRO
           EVALUATE TRUE
           WHEN E-SIM
               PERFORM RESCISAO-GRAVA THRU RESCISAO-GRAVA-FIM
           WHEN E-NAO
               MOVE SPACES TO WS-ERRO
               GO TO RESCISAO-DADOS
           END-EVALUATE
           END-PERFORM.
           MOVE "TRCT GERADO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO RESCISAO.
       RESCISAO-FIM.

      *    SO A CONTA DAS VERBAS RESCISORIAS, A PARTIR DE MAE-REGISTRO
      *    JA LIDO E DE WS-RESC-MAT / WS-RESC-DESL-* / WS-RESC-TIPO /
      *    WS-RESC-SALBA JA PREENCHIDOS - SEPARADA DA TELA E DA
      *    GRAVACAO PARA O SIMULADOR PODER RODAR O MESMO CALCULO SEM
      *    EFETIVAR NADA. A REMUNERACAO DAS VERBAS E O SALARIO BASE
      *    MAIS OS ADICIONAIS DO MES CHEIO (FS-CH DA FOLHA DO MES DO
      *    DESLIGAMENTO, QUE OS DOIS CHAMADORES ACABARAM DE LER)
       RESCISAO-CALCULA.
           MOVE WS-RESC-DESL-ANO TO WS-TAB-ANO-BUSCA.
           MOVE WS-RESC-SALBA TO WS-ADC-SALBA WS-ADC-BASE.
           MOVE FS-CH TO WS-ADC-CH.
           MOVE 30 TO WS-ADC-DIAS.
           PERFORM ADICIONAIS-CALCULA THRU ADICIONAIS-CALCULA-FIM.
           COMPUTE WS-RESC-REMUN = WS-RESC-SALBA + WS-ADC-TOTAL.

      *    INICIO - SALDO DE SALARIO DOS DIAS TRABALHADOS NO MES DA
      *    SAIDA - QUANDO A ADMISSAO CAI NO PROPRIO MES DO
      *    DESLIGAMENTO, A CONTAGEM COMECA NELA (MESMA JANELA DE DIAS
      *    QUE CALCULA-FOLHA USA PARA PRORATEAR ESSA FOLHA)
           IF MAE-ADM-MES = WS-RESC-DESL-MES
               AND MAE-ADM-ANO = WS-RESC-DESL-ANO
               COMPUTE WS-RESC-SALDO-SALARIO ROUNDED =
                   (WS-RESC-REMUN / 30)
                   * (WS-RESC-DESL-DIA - MAE-ADM-DIA + 1)
           ELSE
               COMPUTE WS-RESC-SALDO-SALARIO ROUNDED =
                   (WS-RESC-REMUN / 30) * WS-RESC-DESL-DIA
           END-IF.
      *    FIM - SALDO DE SALARIO

      *    INICIO - ANOS COMPLETOS DE CASA, BASE DO AVISO PREVIO
           COMPUTE WS-RESC-MESES-TOTAL =
               ((WS-RESC-DESL-ANO - MAE-ADM-ANO) * 12)
               + (WS-RESC-DESL-MES - MAE-ADM-MES).
           IF WS-RESC-DESL-DIA < MAE-ADM-DIA
               SUBTRACT 1 FROM WS-RESC-MESES-TOTAL
           END-IF.
           COMPUTE WS-RESC-ANOS-COMPL = WS-RESC-MESES-TOTAL / 12.
      *    FIM - ANOS COMPLETOS DE CASA

      *    INICIO - AVISO PREVIO INDENIZADO (SO SEM JUSTA CAUSA OU
      *    ACORDO) - LEI 12.506/2011: 30 DIAS + 3 POR ANO COMPLETO DE
      *    CASA, ATE 90 DIAS. NO ACORDO (ART. 484-A DA CLT) O AVISO
      *    INDENIZADO E PAGO PELA METADE
           EVALUATE TRUE
               WHEN RESC-SEM-JUSTA-CAUSA
                   COMPUTE WS-RESC-AVISO-DIAS =
                       30 + (WS-RESC-ANOS-COMPL * 3)
                   IF WS-RESC-AVISO-DIAS > 90
                       MOVE 90 TO WS-RESC-AVISO-DIAS
                   END-IF
                   COMPUTE WS-RESC-AVISO ROUNDED =
                       (WS-RESC-REMUN / 30) * WS-RESC-AVISO-DIAS
               WHEN RESC-ACORDO
                   COMPUTE WS-RESC-AVISO-DIAS =
                       30 + (WS-RESC-ANOS-COMPL * 3)
                   IF WS-RESC-AVISO-DIAS > 90
                       MOVE 90 TO WS-RESC-AVISO-DIAS
                   END-IF
                   COMPUTE WS-RESC-AVISO ROUNDED =
                       ((WS-RESC-REMUN / 30) * WS-RESC-AVISO-DIAS) / 2
               WHEN OTHER
                   MOVE ZEROS TO WS-RESC-AVISO WS-RESC-AVISO-DIAS
           END-EVALUATE.
      *    FIM - AVISO PREVIO INDENIZADO

      *    INICIO - FERIAS PROPORCIONAIS + TERCO, A PARTIR DO INICIO DO
      *    PERIODO AQUISITIVO EM CURSO (ULTIMO PERIODO LANCADO EM
      *    FERIAS1, OU A ADMISSAO QUANDO NAO HOUVER NENHUM)
           PERFORM RESCISAO-ACHA-FERIAS THRU RESCISAO-ACHA-FERIAS-FIM.
           COMPUTE WS-RESC-MESES-AQUIS =
               ((WS-RESC-DESL-ANO - WS-RESC-FER-BASE-ANO) * 12)
               + (WS-RESC-DESL-MES - WS-RESC-FER-BASE-MES).
           IF WS-RESC-DESL-DIA < WS-RESC-FER-BASE-DIA
               SUBTRACT 1 FROM WS-RESC-MESES-AQUIS
           END-IF.
           IF WS-RESC-MESES-AQUIS > 12
               MOVE 12 TO WS-RESC-MESES-AQUIS
           END-IF.
           IF WS-RESC-MESES-AQUIS < 0
               MOVE ZEROS TO WS-RESC-MESES-AQUIS
           END-IF.
           COMPUTE WS-RESC-FERIAS-PROP ROUNDED =
               (WS-RESC-REMUN / 12) * WS-RESC-MESES-AQUIS.
           COMPUTE WS-RESC-FERIAS-TERCO ROUNDED =
               WS-RESC-FERIAS-PROP / 3.
      *    FIM - FERIAS PROPORCIONAIS + TERCO

      *    INICIO - DECIMO TERCEIRO PROPORCIONAL AO ANO DO DESLIGAMENTO,
      *    MESMA REGRA DOS 15 DIAS USADA EM DECIMO-MES. QUANDO A
      *    ADMISSAO CAI NO MESMO ANO, SO CONTAM OS MESES A PARTIR DELA
           MOVE WS-RESC-DESL-MES TO WS-RESC-MESES-DEC.
           IF MAE-ADM-ANO = WS-RESC-DESL-ANO
               SUBTRACT MAE-ADM-MES FROM WS-RESC-MESES-DEC
               ADD 1 TO WS-RESC-MESES-DEC
               IF MAE-ADM-DIA > 15
                   SUBTRACT 1 FROM WS-RESC-MESES-DEC
               END-IF
           END-IF.
           IF WS-RESC-DESL-DIA < 15
               SUBTRACT 1 FROM WS-RESC-MESES-DEC
           END-IF.
           IF WS-RESC-MESES-DEC < 0
               MOVE ZEROS TO WS-RESC-MESES-DEC
           END-IF.
           COMPUTE WS-RESC-DECIMO-PROP ROUNDED =
               (WS-RESC-REMUN / 12) * WS-RESC-MESES-DEC.
      *    FIM - DECIMO TERCEIRO PROPORCIONAL

      *    INICIO - FGTS DEPOSITADO (SOMA DE FS-FGTS DE TODAS AS
      *    COMPETENCIAS DA MATRICULA EM FOLHA1) E A MULTA RESCISORIA.
      *    SE A MATRICULA VEIO DE OUTRA EMPRESA DO GRUPO, SOMA TAMBEM AS
      *    MATRICULAS ANTERIORES, SEGUINDO MAE-ORIGEM (O MASTER DA
      *    RESCISAO E GUARDADO E DEVOLVIDO NO FIM)
           MOVE ZEROS TO WS-RESC-FGTS-TOTAL.
           MOVE WS-EMPRESA-ATUAL TO WS-RESC-FGTS-EMP.
           MOVE WS-RESC-MAT TO WS-RESC-FGTS-MAT.
           MOVE ZEROS TO WS-RESC-FGTS-ELOS.
           MOVE MAE-REGISTRO TO WS-TRF-MAE-SALVA.
           PERFORM RESCISAO-FGTS-VINCULO THRU RESCISAO-FGTS-VINCULO-FIM
               UNTIL WS-RESC-FGTS-MAT = 0.
           MOVE WS-TRF-MAE-SALVA TO MAE-REGISTRO.
           EVALUATE TRUE
               WHEN RESC-SEM-JUSTA-CAUSA
                   COMPUTE WS-RESC-FGTS-MULTA ROUNDED =
                       WS-RESC-FGTS-TOTAL * 0,40
               WHEN RESC-ACORDO
                   COMPUTE WS-RESC-FGTS-MULTA ROUNDED =
                       WS-RESC-FGTS-TOTAL * 0,20
               WHEN OTHER
                   MOVE ZEROS TO WS-RESC-FGTS-MULTA
           END-EVALUATE.
      *    FIM - FGTS E MULTA RESCISORIA

           COMPUTE WS-RESC-BRUTO = WS-RESC-SALDO-SALARIO
               + WS-RESC-AVISO + WS-RESC-FERIAS-PROP
               + WS-RESC-FERIAS-TERCO + WS-RESC-DECIMO-PROP
               + WS-RESC-FGTS-MULTA.

      *    INICIO - SALDO DEVEDOR DO CONSIGNADO: PARCELA X PARCELAS
      *    QUE FALTAM DE CADA CONTRATO ATIVO EM CONSIG1, DESCONTADO DAS
      *    VERBAS RESCISORIAS ATE 35% DELAS (O QUE PASSAR DO LIMITE
      *    FICA PARA O BANCO COBRAR DIRETO DO EX-EMPREGADO)
           MOVE ZEROS TO WS-RESC-CONSIG-SALDO.
           MOVE WS-EMPRESA-ATUAL TO CON-EMPRESA.
           MOVE WS-RESC-MAT TO CON-MAT.
           MOVE ZEROS TO CON-CONTRATO.
           MOVE 'N' TO WS-CON-FIM-VARRE.
           START CONSIG1 KEY IS NOT LESS THAN CON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-CON-FIM-VARRE
           END-START.
           PERFORM RESCISAO-SOMA-CONSIG THRU RESCISAO-SOMA-CONSIG-FIM
               UNTIL CON-FIM-VARREDURA.
           COMPUTE WS-RESC-CONSIG-LIMITE ROUNDED = WS-RESC-BRUTO * 0,35.
           IF WS-RESC-CONSIG-SALDO > WS-RESC-CONSIG-LIMITE
               MOVE WS-RESC-CONSIG-LIMITE TO WS-RESC-CONSIG
           ELSE
               MOVE WS-RESC-CONSIG-SALDO TO WS-RESC-CONSIG
           END-IF.
      *    FIM - SALDO DEVEDOR DO CONSIGNADO

           COMPUTE WS-RESC-TOTAL = WS-RESC-BRUTO - WS-RESC-CONSIG.
       RESCISAO-CALCULA-FIM.

      *    ACHA O INICIO DO PERIODO AQUISITIVO DE FERIAS EM CURSO NA
      *    DATA DO DESLIGAMENTO: O PERIODO MAIS RECENTE LANCADO EM
      *    FERIAS1 PARA A MATRICULA, OU A ADMISSAO SE NAO HOUVER NENHUM.
      *    MESMO IDIOMA DE START/READ NEXT JA USADO EM FERIAS PARA
      *    ACHAR O PERIODO ANTERIOR
       RESCISAO-ACHA-FERIAS.
           MOVE MAE-EMPRESA TO FER-EMPRESA.
           MOVE MAE-MAT TO FER-MAT.
           MOVE WS-RESC-DESL-ANO TO FER-INI-ANO.
           MOVE WS-RESC-DESL-MES TO FER-INI-MES.
           MOVE WS-RESC-DESL-DIA TO FER-INI-DIA.
           MOVE 'N' TO WS-RESC-ACHOU-FER.
           START FERIAS1 KEY IS LESS THAN FER-CHAVE
               INVALID KEY
                   MOVE 'N' TO WS-RESC-ACHOU-FER
               NOT INVALID KEY
                   READ FERIAS1 NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-RESC-ACHOU-FER
                       NOT AT END
                           IF FER-MAT = MAE-MAT
                               AND FER-EMPRESA = MAE-EMPRESA
                               MOVE 'S' TO WS-RESC-ACHOU-FER
                               MOVE FER-INI-ANO TO WS-RESC-FER-BASE-ANO
                               MOVE FER-INI-MES TO WS-RESC-FER-BASE-MES
                               MOVE FER-INI-DIA TO WS-RESC-FER-BASE-DIA
                           ELSE
                               MOVE 'N' TO WS-RESC-ACHOU-FER
                           END-IF
                   END-READ
           END-START.
           IF NOT RESC-ACHOU-PERIODO
               MOVE MAE-ADM-ANO TO WS-RESC-FER-BASE-ANO
               MOVE MAE-ADM-MES TO WS-RESC-FER-BASE-MES
               MOVE MAE-ADM-DIA TO WS-RESC-FER-BASE-DIA
           END-IF.
       RESCISAO-ACHA-FERIAS-FIM.

      *    SOMA O FGTS DE UMA MATRICULA (WS-RESC-FGTS-EMP/MAT) EM
      *    FOLHA1 E NO ARQUIVO MORTO E PASSA PARA A MATRICULA DE ORIGEM,
      *    SE HOUVER (ATE 10 TRANSFERENCIAS, CONTRA VINCULO CIRCULAR)
       RESCISAO-FGTS-VINCULO.
           MOVE ZEROS TO FS-CHAVE.
           MOVE WS-RESC-FGTS-EMP TO FS-EMPRESA.
           MOVE 'N' TO WS-FIM-ARQ.
           START FOLHA1 KEY IS NOT LESS THAN FS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM RESCISAO-SOMA-FGTS THRU RESCISAO-SOMA-FGTS-FIM
               UNTIL FIM-ARQ.
      *    MAIS O FGTS DAS COMPETENCIAS QUE JA FORAM PARA O ARQUIVO
      *    MORTO, DIRETO PELA CHAVE ALTERNADA DA MATRICULA
           MOVE WS-RESC-FGTS-EMP TO FH-EMPRESA.
           MOVE WS-RESC-FGTS-MAT TO FH-MAT.
           MOVE ZEROS TO FH-REF-ANO FH-REF-MES.
           MOVE 'N' TO WS-FIM-ARQ.
           START FOLHAHIST1 KEY IS NOT LESS THAN FH-CHAVE-MAT
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM RESCISAO-SOMA-FGTS-ARQ THRU
               RESCISAO-SOMA-FGTS-ARQ-FIM
               UNTIL FIM-ARQ.
           ADD 1 TO WS-RESC-FGTS-ELOS.
           MOVE WS-RESC-FGTS-EMP TO MAE-EMPRESA.
           MOVE WS-RESC-FGTS-MAT TO MAE-MAT.
           MOVE ZEROS TO WS-RESC-FGTS-MAT.
           IF WS-RESC-FGTS-ELOS < 10
               READ FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MAE-ORIG-MAT > 0
                           MOVE MAE-ORIG-EMPRESA TO WS-RESC-FGTS-EMP
                           MOVE MAE-ORIG-MAT TO WS-RESC-FGTS-MAT
                       END-IF
               END-READ
           END-IF.
       RESCISAO-FGTS-VINCULO-FIM.

      *    SOMA FS-FGTS DE UMA COMPETENCIA DE FOLHA1 AO TOTAL DA
      *    MATRICULA EM RESCISAO, QUANDO FOR DELA (VARREDURA SEQUENCIAL
      *    IGUAL A DO RELATORIO, JA QUE A CHAVE DE FOLHA1 E POR MES/ANO)
       RESCISAO-SOMA-FGTS.
           READ FOLHA1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ
               IF FS-EMPRESA NOT = WS-RESC-FGTS-EMP
                   MOVE 'S' TO WS-FIM-ARQ
               ELSE
                   IF FS-MAT = WS-RESC-FGTS-MAT
                       ADD FS-FGTS TO WS-RESC-FGTS-TOTAL
                   END-IF
               END-IF
           END-IF.
       RESCISAO-SOMA-FGTS-FIM.

       RESCISAO-SOMA-FGTS-ARQ.
           READ FOLHAHIST1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ
               IF FH-EMPRESA NOT = WS-RESC-FGTS-EMP OR
                   FH-MAT NOT = WS-RESC-FGTS-MAT
                   MOVE 'S' TO WS-FIM-ARQ
               ELSE
      *            COMPETENCIA QUE TAMBEM ESTA EM FOLHA1 (RESTAURACAO
      *            QUE ACHOU A CHAVE OCUPADA, OU MES ARQUIVADO LANCADO
      *            DE NOVO) JA FOI SOMADA NA VARREDURA DE FOLHA1
                   MOVE FH-REGISTRO TO FS-COLABORADOR
                   READ FOLHA1
                       INVALID KEY
                           MOVE FH-REGISTRO TO FS-COLABORADOR
                           ADD FS-FGTS TO WS-RESC-FGTS-TOTAL
                   END-READ
               END-IF
           END-IF.
       RESCISAO-SOMA-FGTS-ARQ-FIM.

      *    SOMA O SALDO DEVEDOR DE UM CONTRATO ATIVO DA MATRICULA EM
      *    RESCISAO (CONTRATO QUITADO OU JA ENCERRADO NAO DEVE MAIS)
       RESCISAO-SOMA-CONSIG.
           READ CONSIG1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-CON-FIM-VARRE
           END-READ.
           IF NOT CON-FIM-VARREDURA
               IF CON-EMPRESA NOT = WS-EMPRESA-ATUAL
                   OR CON-MAT NOT = WS-RESC-MAT
                   MOVE 'S' TO WS-CON-FIM-VARRE
               ELSE
                   IF CON-ATIVO
                       PERFORM RESCISAO-CONSIG-FALTA THRU
                           RESCISAO-CONSIG-FALTA-FIM
                       COMPUTE WS-RESC-CONSIG-SALDO =
                           WS-RESC-CONSIG-SALDO
                           + (CON-PARCELA * WS-RESC-CONSIG-FALTA)
                   END-IF
               END-IF
           END-IF.
       RESCISAO-SOMA-CONSIG-FIM.

      *    ENCERRA OS CONTRATOS ATIVOS DA MATRICULA DESLIGADA: O VALOR
      *    DESCONTADO NO TRCT (WS-RESC-CONSIG) E DISTRIBUIDO PELOS
      *    CONTRATOS NA ORDEM DA CHAVE, ATE O SALDO DE CADA UM, E FICA
      *    EM CON-VALOR-QUITACAO PARA O REPASSE DA COMPETENCIA DO
      *    DESLIGAMENTO. O ENCERRAMENTO NA PROPRIA COMPETENCIA TIRA A
      *    PARCELA DA FOLHA DO MES DA SAIDA, JA COBERTA PELO SALDO
       RESCISAO-QUITA-CONSIG.
           READ CONSIG1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-CON-FIM-VARRE
           END-READ.
           IF NOT CON-FIM-VARREDURA
               IF CON-EMPRESA NOT = WS-EMPRESA-ATUAL
                   OR CON-MAT NOT = WS-RESC-MAT
                   MOVE 'S' TO WS-CON-FIM-VARRE
               ELSE
                   IF CON-ATIVO
                       PERFORM RESCISAO-CONSIG-FALTA THRU
                           RESCISAO-CONSIG-FALTA-FIM
                       COMPUTE WS-RESC-CONSIG-CONTR =
                           CON-PARCELA * WS-RESC-CONSIG-FALTA
                       IF WS-RESC-CONSIG-CONTR > WS-RESC-CONSIG-RESTO
                           MOVE WS-RESC-CONSIG-RESTO
                               TO WS-RESC-CONSIG-CONTR
                       END-IF
                       MOVE WS-RESC-CONSIG-CONTR TO CON-VALOR-QUITACAO
                       SUBTRACT WS-RESC-CONSIG-CONTR
                           FROM WS-RESC-CONSIG-RESTO
                       MOVE 'R' TO CON-SITUACAO
                       MOVE WS-RESC-DESL-ANO TO CON-ENC-ANO
                       MOVE WS-RESC-DESL-MES TO CON-ENC-MES
                       PERFORM JRN-ANTES-CONSIG THRU
                           JRN-ANTES-CONSIG-FIM
                       REWRITE CON-REGISTRO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM JRN-ALTERA-CONSIG THRU
                                   JRN-ALTERA-CONSIG-FIM
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.
       RESCISAO-QUITA-CONSIG-FIM.

      *    PARCELAS DO CONTRATO EM CON-REGISTRO QUE AINDA FALTAM NA
      *    SAIDA. CALCULA-FOLHA DESCONTA PELA DATA (CONSIG-VIGENTE), E
      *    NAO PELO CONTADOR DO REPASSE, QUE SO ANDA QUANDO O REPASSE DA
      *    COMPETENCIA E RODADO; COMO O ENCERRAMENTO NA COMPETENCIA DA
      *    SAIDA TIRA A PARCELA DESSA FOLHA, AS JA DESCONTADAS SAO AS DO
      *    INICIO ATE O MES ANTERIOR AO DESLIGAMENTO
       RESCISAO-CONSIG-FALTA.
           COMPUTE WS-RESC-CONSIG-PAGAS =
               ((WS-RESC-DESL-ANO - CON-INI-ANO) * 12)
               + (WS-RESC-DESL-MES - CON-INI-MES).
           IF WS-RESC-CONSIG-PAGAS < 0
               MOVE ZEROS TO WS-RESC-CONSIG-PAGAS
           END-IF.
           IF WS-RESC-CONSIG-PAGAS > CON-QTDE-PARC
               MOVE CON-QTDE-PARC TO WS-RESC-CONSIG-PAGAS
           END-IF.
           COMPUTE WS-RESC-CONSIG-FALTA =
               CON-QTDE-PARC - WS-RESC-CONSIG-PAGAS.
       RESCISAO-CONSIG-FALTA-FIM.

      *    EFETIVA O DESLIGAMENTO NO MASTER, REPRORATEIA A FOLHA DO MES
      *    DA SAIDA PELOS DIAS TRABALHADOS (CALCULA-FOLHA PASSA A
      *    ENXERGAR MAE-DESLIGAMENTO) E GRAVA O DEMONSTRATIVO DO TRCT
      *    EM RESCISAO1, MESMO ESTILO DE OPEN EXTEND / WRITE ... FROM
      *    JA USADO PELO HOLERITE
       RESCISAO-GRAVA.
           MOVE WS-EMPRESA-ATUAL TO MAE-EMPRESA.
           MOVE WS-RESC-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RESC-DESL-DIA TO MAE-DESL-DIA
                   MOVE WS-RESC-DESL-MES TO MAE-DESL-MES
                   MOVE WS-RESC-DESL-ANO TO MAE-DESL-ANO
                   MOVE WS-RESC-TIPO TO MAE-DESL-TIPO
                   PERFORM JRN-ANTES-MASTER THRU JRN-ANTES-MASTER-FIM
                   REWRITE MAE-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM JRN-ALTERA-MASTER THRU
                               JRN-ALTERA-MASTER-FIM
                   END-REWRITE
           END-READ.
           MOVE WS-RESC-CONSIG TO WS-RESC-CONSIG-RESTO.
           MOVE WS-EMPRESA-ATUAL TO CON-EMPRESA.
           MOVE WS-RESC-MAT TO CON-MAT.
           MOVE ZEROS TO CON-CONTRATO.
           MOVE 'N' TO WS-CON-FIM-VARRE.
           START CONSIG1 KEY IS NOT LESS THAN CON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-CON-FIM-VARRE
           END-START.
           PERFORM RESCISAO-QUITA-CONSIG THRU RESCISAO-QUITA-CONSIG-FIM
               UNTIL CON-FIM-VARREDURA.
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE WS-RESC-MAT TO FS-MAT.
           MOVE WS-RESC-DESL-MES TO FS-REF-MES.
           MOVE WS-RESC-DESL-ANO TO FS-REF-ANO.
           READ FOLHA1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-SALBA TO WS-LOG-SALBA-ANT
                   MOVE FS-SALIQ TO WS-LOG-SALIQ-ANT
                   PERFORM CALCULA-FOLHA THRU CALCULA-FOLHA-FIM
                   PERFORM JRN-ANTES-FOLHA THRU JRN-ANTES-FOLHA-FIM
                   REWRITE FS-COLABORADOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM JRN-ALTERA-FOLHA THRU
                               JRN-ALTERA-FOLHA-FIM
                   END-REWRITE
                   MOVE FS-SALBA TO WS-LOG-SALBA-NOVO
                   MOVE FS-SALIQ TO WS-LOG-SALIQ-NOVO
                   MOVE "RESCISAO" TO WS-LOG-OPERACAO
                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           END-READ.
           OPEN EXTEND RESCISAO1.
           MOVE WS-RESC-DESL-DIA TO RESC-CAB-DIA.
           MOVE WS-RESC-DESL-MES TO RESC-CAB-MES.
           MOVE WS-RESC-DESL-ANO TO RESC-CAB-ANO.
           WRITE RESC-LINHA FROM WS-RESC-CAB1.
           MOVE WS-RESC-MAT TO RESC-CAB-MAT.
           MOVE MAE-NOME TO RESC-CAB-NOME.
           EVALUATE TRUE
               WHEN RESC-SEM-JUSTA-CAUSA
                   MOVE 'SEM JUSTA CAUSA' TO RESC-CAB-TIPO
               WHEN RESC-PEDIDO-DEMISSAO
                   MOVE 'PEDIDO DE DEMISSAO' TO RESC-CAB-TIPO
               WHEN RESC-JUSTA-CAUSA
                   MOVE 'JUSTA CAUSA' TO RESC-CAB-TIPO
               WHEN RESC-ACORDO
                   MOVE 'ACORDO (ART. 484-A)' TO RESC-CAB-TIPO
           END-EVALUATE.
           WRITE RESC-LINHA FROM WS-RESC-CAB2.
           MOVE 'SALDO DE SALARIO' TO RESC-LIN-DESCR.
           MOVE WS-RESC-SALDO-SALARIO TO RESC-LIN-VALOR.
           WRITE RESC-LINHA FROM WS-RESC-LIN.
           MOVE 'AVISO PREVIO INDENIZADO' TO RESC-LIN-DESCR.
           MOVE WS-RESC-AVISO TO RESC-LIN-VALOR.
           WRITE RESC-LINHA FROM WS-RESC-LIN.
           MOVE 'FERIAS PROPORCIONAIS' TO RESC-LIN-DESCR.
           MOVE WS-RESC-FERIAS-PROP TO RESC-LIN-VALOR.
           WRITE RESC-LINHA FROM WS-RESC-LIN.
           MOVE 'TERCO CONSTITUCIONAL' TO RESC-LIN-DESCR.
           MOVE WS-RESC-FERIAS-TERCO TO RESC-LIN-VALOR.
           WRITE RESC-LINHA FROM WS-RESC-LIN.
           MOVE 'DECIMO TERCEIRO PROPORCIONAL' TO RESC-LIN-DESCR.
           MOVE WS-RESC-DECIMO-PROP TO RESC-LIN-VALOR.
           WRITE RESC-LINHA FROM WS-RESC-LIN.
           MOVE 'MULTA 40% FGTS' TO RESC-LIN-DESCR.
           MOVE WS-RESC-FGTS-MULTA TO RESC-LIN-VALOR.
           WRITE RESC-LINHA FROM WS-RESC-LIN.
           MOVE 'DESCONTO EMPRESTIMO CONSIGNADO' TO RESC-LIN-DESCR.
           MOVE WS-RESC-CONSIG TO RESC-LIN-VALOR.
           WRITE RESC-LINHA FROM WS-RESC-LIN.
           MOVE WS-RESC-TOTAL TO RESC-ROD-TOTAL.
           WRITE RESC-LINHA FROM WS-RESC-ROD.
           MOVE SPACES TO RESC-LINHA.
           WRITE RESC-LINHA.
           CLOSE RESCISAO1.
       RESCISAO-GRAVA-FIM.

      *-----------------------------------------------------------------
      *    EXTRATO ANUAL CONSOLIDADO - VARRE AS 12 COMPETENCIAS DA
      *    MATRICULA EM FOLHA1 PARA O ANO BASE E GRAVA UM DEMONSTRATIVO
      *    MES A MES (BRUTO/INSS/IRRF/LIQUIDO), MESMO PADRAO DE TELA DO
      *    DECIMO TERCEIRO (WS-DEC-MAT/WS-DEC-ANO) E DE GRAVACAO EM
      *    ARQUIVO DO HOLERITE/RESCISAO
      *-----------------------------------------------------------------
       EXTRATO.
           MOVE 'FOLHA DE PAGAMENTO - EXTRATO ANUAL' TO WS-MSG.
           MOVE ZEROS TO WS-DEC-MAT WS-DEC-ANO.
           DISPLAY SS-TELA-MATANO.
           ACCEPT SS-TELA-MATANO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO EXTRATO-FIM
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO MAE-EMPRESA.
           MOVE WS-DEC-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE "MATRICULA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO EXTRATO
           END-READ.
           MOVE ZEROS TO WS-EXT-TOT-BRUTO WS-EXT-TOT-INSS
               WS-EXT-TOT-IRRF WS-EXT-TOT-LIQ.
           OPEN OUTPUT EXTRATO1.
           MOVE WS-DEC-ANO TO EXT-CAB-ANO.
           WRITE EXT-LINHA FROM WS-EXT-CAB.
           MOVE WS-DEC-MAT TO EXT-CAB-MAT.
           MOVE MAE-NOME TO EXT-CAB-NOME.
           WRITE EXT-LINHA FROM WS-EXT-CAB2.
           WRITE EXT-LINHA FROM WS-EXT-CAB3.
      *    UMA VARREDURA SO PELA CHAVE ALTERNADA (MATRICULA + ANO),
      *    EM VEZ DE 12 READS ALEATORIOS POR CHAVE, EM FOLHA1 E NO
      *    ARQUIVO MORTO (MESMA CHAVE ALTERNADA) AO MESMO TEMPO - PARTE
      *    DO ANO PODE TER SIDO ARQUIVADA E PARTE LANCADA OU RESTAURADA
      *    DEPOIS, ENTAO AS DUAS LEITURAS SAO BALANCEADAS PELO MES E A
      *    COMPETENCIA QUE ESTIVER NOS DOIS VALE A DE FOLHA1
           MOVE ZEROS TO WS-EXT-MESES.
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE WS-DEC-MAT TO FS-MAT.
           MOVE WS-DEC-ANO TO FS-REF-ANO.
           MOVE ZEROS TO FS-REF-MES.
           MOVE ZEROS TO WS-EXT-MES-FS.
           START FOLHA1 KEY IS NOT LESS THAN FS-CHAVE-MAT
               INVALID KEY
                   MOVE 99 TO WS-EXT-MES-FS
           END-START.
           IF NOT EXT-FS-FIM
               PERFORM EXTRATO-LE-FS THRU EXTRATO-LE-FS-FIM
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO FH-EMPRESA.
           MOVE WS-DEC-MAT TO FH-MAT.
           MOVE WS-DEC-ANO TO FH-REF-ANO.
           MOVE ZEROS TO FH-REF-MES.
           MOVE ZEROS TO WS-EXT-MES-FH.
           START FOLHAHIST1 KEY IS NOT LESS THAN FH-CHAVE-MAT
               INVALID KEY
                   MOVE 99 TO WS-EXT-MES-FH
           END-START.
           IF NOT EXT-FH-FIM
               PERFORM EXTRATO-LE-FH THRU EXTRATO-LE-FH-FIM
           END-IF.
           PERFORM EXTRATO-MES THRU EXTRATO-MES-FIM
               UNTIL EXT-FS-FIM AND EXT-FH-FIM.
           MOVE WS-EXT-TOT-BRUTO TO EXT-ROD-BRUTO.
           MOVE WS-EXT-TOT-INSS TO EXT-ROD-INSS.
           MOVE WS-EXT-TOT-IRRF TO EXT-ROD-IRRF.
           MOVE WS-EXT-TOT-LIQ TO EXT-ROD-LIQ.
           WRITE EXT-LINHA FROM WS-EXT-ROD.
           PERFORM EXTRATO-PLR THRU EXTRATO-PLR-FIM.
           MOVE SPACES TO EXT-LINHA.
           WRITE EXT-LINHA.
           CLOSE EXTRATO1.
           MOVE "EXTRATO ANUAL GERADO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO EXTRATO.
       EXTRATO-FIM.

      *    GRAVA A LINHA DO MENOR MES ENTRE OS DOIS ARQUIVOS E AVANCA
      *    QUEM FOI USADO. O REGISTRO ARQUIVADO VOLTA PARA A AREA DE
      *    FOLHA1 E SEGUE O MESMO CAMINHO, GUARDANDO ANTES O DE FOLHA1
      *    QUE AINDA ESPERA A VEZ
       EXTRATO-MES.
           IF WS-EXT-MES-FS NOT > WS-EXT-MES-FH
               IF WS-EXT-MES-FS = WS-EXT-MES-FH
                   PERFORM EXTRATO-LE-FH THRU EXTRATO-LE-FH-FIM
               END-IF
               PERFORM EXTRATO-LINHA THRU EXTRATO-LINHA-FIM
               PERFORM EXTRATO-LE-FS THRU EXTRATO-LE-FS-FIM
           ELSE
               MOVE FS-COLABORADOR TO WS-EXT-FS-SALVA
               MOVE FH-REGISTRO TO FS-COLABORADOR
               PERFORM EXTRATO-LINHA THRU EXTRATO-LINHA-FIM
               MOVE WS-EXT-FS-SALVA TO FS-COLABORADOR
               PERFORM EXTRATO-LE-FH THRU EXTRATO-LE-FH-FIM
           END-IF.
       EXTRATO-MES-FIM.

      *    PROXIMA COMPETENCIA DA MATRICULA NO ANO BASE EM FOLHA1
       EXTRATO-LE-FS.
           READ FOLHA1 NEXT RECORD
               AT END
                   MOVE 99 TO WS-EXT-MES-FS
                   GO TO EXTRATO-LE-FS-FIM
           END-READ.
           IF FS-EMPRESA NOT = WS-EMPRESA-ATUAL OR
               FS-MAT NOT = WS-DEC-MAT OR
               FS-REF-ANO NOT = WS-DEC-ANO
               MOVE 99 TO WS-EXT-MES-FS
           ELSE
               MOVE FS-REF-MES TO WS-EXT-MES-FS
           END-IF.
       EXTRATO-LE-FS-FIM.

      *    MESMA LEITURA NO ARQUIVO MORTO
       EXTRATO-LE-FH.
           READ FOLHAHIST1 NEXT RECORD
               AT END
                   MOVE 99 TO WS-EXT-MES-FH
                   GO TO EXTRATO-LE-FH-FIM
           END-READ.
           IF FH-EMPRESA NOT = WS-EMPRESA-ATUAL OR
               FH-MAT NOT = WS-DEC-MAT OR
               FH-REF-ANO NOT = WS-DEC-ANO
               MOVE 99 TO WS-EXT-MES-FH
           ELSE
               MOVE FH-REF-MES TO WS-EXT-MES-FH
           END-IF.
       EXTRATO-LE-FH-FIM.

       EXTRATO-LINHA.
           MOVE FS-REF-MES TO EXT-DET-MES.
           MOVE FS-SALBR TO EXT-DET-BRUTO.
           MOVE FS-INSS TO EXT-DET-INSS.
           MOVE FS-IRRF TO EXT-DET-IRRF.
           MOVE FS-SALIQ TO EXT-DET-LIQ.
           WRITE EXT-LINHA FROM WS-EXT-DET.
           ADD FS-SALBR TO WS-EXT-TOT-BRUTO.
           ADD FS-INSS TO WS-EXT-TOT-INSS.
           ADD FS-IRRF TO WS-EXT-TOT-IRRF.
           ADD FS-SALIQ TO WS-EXT-TOT-LIQ.
           ADD 1 TO WS-EXT-MESES.
       EXTRATO-LINHA-FIM.

      *    PLR PAGA NO ANO (COMPETENCIA DO PAGAMENTO) EM PLR1 - UMA
      *    LINHA 'PLR' POR PARCELA E O TOTAL DELAS A PARTE, DEPOIS DOS
      *    TOTAIS DA FOLHA
       EXTRATO-PLR.
           MOVE ZEROS TO WS-PLR-TOT-VALOR WS-PLR-TOT-IRRF
               WS-PLR-TOT-LIQ.
           MOVE WS-EMPRESA-ATUAL TO PLR-EMPRESA.
           MOVE WS-DEC-MAT TO PLR-MAT.
           MOVE WS-DEC-ANO TO PLR-ANO.
           MOVE ZEROS TO PLR-MES.
           MOVE 'N' TO WS-PLR-FIM.
           START PLR1 KEY IS NOT LESS THAN PLR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-PLR-FIM
           END-START.
           PERFORM EXTRATO-PLR-LE THRU EXTRATO-PLR-LE-FIM
               UNTIL PLR-FIM.
           IF WS-PLR-TOT-VALOR > 0
               MOVE WS-PLR-TOT-VALOR TO EXT-RPL-BRUTO
               MOVE WS-PLR-TOT-IRRF TO EXT-RPL-IRRF
               MOVE WS-PLR-TOT-LIQ TO EXT-RPL-LIQ
               WRITE EXT-LINHA FROM WS-EXT-ROD-PLR
           END-IF.
       EXTRATO-PLR-FIM.

       EXTRATO-PLR-LE.
           READ PLR1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-PLR-FIM
           END-READ.
           IF NOT PLR-FIM
               IF PLR-EMPRESA NOT = WS-EMPRESA-ATUAL OR
                   PLR-MAT NOT = WS-DEC-MAT OR
                   PLR-ANO NOT = WS-DEC-ANO
                   MOVE 'S' TO WS-PLR-FIM
               ELSE
                   MOVE PLR-MES TO EXT-PLR-MES
                   MOVE PLR-VALOR TO EXT-PLR-BRUTO
                   MOVE PLR-IRRF TO EXT-PLR-IRRF
                   MOVE PLR-LIQUIDO TO EXT-PLR-LIQ
                   WRITE EXT-LINHA FROM WS-EXT-PLR
                   ADD PLR-VALOR TO WS-PLR-TOT-VALOR
                   ADD PLR-IRRF TO WS-PLR-TOT-IRRF
                   ADD PLR-LIQUIDO TO WS-PLR-TOT-LIQ
               END-IF
           END-IF.
       EXTRATO-PLR-LE-FIM.

      *-----------------------------------------------------------------
      *    EXPORTACAO ANUAL (ESOCIAL/DIRF) - UMA UNICA PASSADA
      *    SEQUENCIAL DE FOLHA1 PELA CHAVE ALTERNADA (EMPRESA +
      *    MATRICULA + ANO/MES), COM QUEBRA DE CONTROLE POR MATRICULA,
      *    EM VEZ DOS 12 READS ALEATORIOS POR EMPREGADO DE ANTES.
      *    GRAVA EM ANUAL1 UM CONSOLIDADO POR MATRICULA (BRUTO, INSS E
      *    IRRF RETIDOS NO ANO) NO MESMO ESTILO CABECALHO/DETALHE/
      *    TRAILER DA REMESSA
      *-----------------------------------------------------------------
       EXPORTA.
           MOVE 'FOLHA DE PAGAMENTO - EXPORTACAO' TO WS-MSG.
           MOVE ZEROS TO WS-EXP-ANO.
           DISPLAY SS-TELA-ANO.
           ACCEPT SS-TELA-ANO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO EXPORTA-FIM
           END-IF.
           MOVE ZEROS TO WS-EXP-QTDE.
           MOVE ZEROS TO WS-EXP-TOT-BRUTO WS-EXP-TOT-INSS
               WS-EXP-TOT-IRRF.
           OPEN OUTPUT ANUAL1.
           MOVE WS-EMPRESA-ATUAL TO EXP-CAB-EMPRESA.
           MOVE WS-EXP-ANO TO EXP-CAB-ANO.
           WRITE ANUAL-LINHA FROM WS-EXP-CAB.
           MOVE ZEROS TO WS-EXP-MAT-ATUAL WS-EXP-MESES.
           MOVE ZEROS TO WS-EXP-FUNC-BRUTO WS-EXP-FUNC-INSS
               WS-EXP-FUNC-IRRF.
           MOVE SPACES TO WS-EXP-NOME.
      *    FOLHA1 E O ARQUIVO MORTO SAO LIDOS JUNTOS PELA MESMA CHAVE
      *    ALTERNADA, BALANCEADOS POR MATRICULA + ANO/MES - PARTE DO
      *    ANO PODE ESTAR EM CADA UM, E A COMPETENCIA QUE ESTIVER NOS
      *    DOIS VALE A DE FOLHA1
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE ZEROS TO FS-MAT FS-REF-ANO FS-REF-MES.
           MOVE ZEROS TO WS-EXP-CHV-FS.
           START FOLHA1 KEY IS NOT LESS THAN FS-CHAVE-MAT
               INVALID KEY
                   MOVE 99999999999 TO WS-EXP-CHV-FS
           END-START.
           IF NOT EXP-FS-FIM
               PERFORM EXPORTA-LE-FS THRU EXPORTA-LE-FS-FIM
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO FH-EMPRESA.
           MOVE ZEROS TO FH-MAT FH-REF-ANO FH-REF-MES.
           MOVE ZEROS TO WS-EXP-CHV-FH.
           START FOLHAHIST1 KEY IS NOT LESS THAN FH-CHAVE-MAT
               INVALID KEY
                   MOVE 99999999999 TO WS-EXP-CHV-FH
           END-START.
           IF NOT EXP-FH-FIM
               PERFORM EXPORTA-LE-FH THRU EXPORTA-LE-FH-FIM
           END-IF.
           PERFORM EXPORTA-FUNC THRU EXPORTA-FUNC-FIM
               UNTIL EXP-FS-FIM AND EXP-FH-FIM.
      *    DESCARREGA A ULTIMA MATRICULA ACUMULADA ANTES DO TRAILER
           PERFORM EXPORTA-DETALHE THRU EXPORTA-DETALHE-FIM.
           MOVE WS-EXP-QTDE TO EXP-ROD-QTDE.
           COMPUTE EXP-ROD-BRUTO = WS-EXP-TOT-BRUTO * 100.
           COMPUTE EXP-ROD-INSS = WS-EXP-TOT-INSS * 100.
           COMPUTE EXP-ROD-IRRF = WS-EXP-TOT-IRRF * 100.
           WRITE ANUAL-LINHA FROM WS-EXP-ROD.
           CLOSE ANUAL1.
           MOVE "EXPORTACAO ANUAL GERADA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO EXPORTA.
       EXPORTA-FIM.

      *    ACUMULA A MENOR COMPETENCIA ENTRE OS DOIS ARQUIVOS E AVANCA
      *    QUEM FOI USADO - O REGISTRO ARQUIVADO VOLTA PARA A AREA DE
      *    FOLHA1, GUARDANDO ANTES O DE FOLHA1 QUE AINDA ESPERA A VEZ
       EXPORTA-FUNC.
           IF WS-EXP-CHV-FS NOT > WS-EXP-CHV-FH
               IF WS-EXP-CHV-FS = WS-EXP-CHV-FH
                   PERFORM EXPORTA-LE-FH THRU EXPORTA-LE-FH-FIM
               END-IF
               PERFORM EXPORTA-ACUMULA THRU EXPORTA-ACUMULA-FIM
               PERFORM EXPORTA-LE-FS THRU EXPORTA-LE-FS-FIM
           ELSE
               MOVE FS-COLABORADOR TO WS-EXP-FS-SALVA
               MOVE FH-REGISTRO TO FS-COLABORADOR
               PERFORM EXPORTA-ACUMULA THRU EXPORTA-ACUMULA-FIM
               MOVE WS-EXP-FS-SALVA TO FS-COLABORADOR
               PERFORM EXPORTA-LE-FH THRU EXPORTA-LE-FH-FIM
           END-IF.
       EXPORTA-FUNC-FIM.

      *    PROXIMA COMPETENCIA DA EMPRESA EM FOLHA1 NA CHAVE ALTERNADA
       EXPORTA-LE-FS.
           READ FOLHA1 NEXT RECORD
               AT END
                   MOVE 99999999999 TO WS-EXP-CHV-FS
                   GO TO EXPORTA-LE-FS-FIM
           END-READ.
           IF FS-EMPRESA NOT = WS-EMPRESA-ATUAL
               MOVE 99999999999 TO WS-EXP-CHV-FS
           ELSE
               COMPUTE WS-EXP-CHV-FS = (FS-MAT * 1000000)
                   + (FS-REF-ANO * 100) + FS-REF-MES
           END-IF.
       EXPORTA-LE-FS-FIM.

      *    MESMA LEITURA NO ARQUIVO MORTO, PELA CHAVE ALTERNADA DELE
       EXPORTA-LE-FH.
           READ FOLHAHIST1 NEXT RECORD
               AT END
                   MOVE 99999999999 TO WS-EXP-CHV-FH
                   GO TO EXPORTA-LE-FH-FIM
           END-READ.
           IF FH-EMPRESA NOT = WS-EMPRESA-ATUAL
               MOVE 99999999999 TO WS-EXP-CHV-FH
           ELSE
               COMPUTE WS-EXP-CHV-FH = (FH-MAT * 1000000)
                   + (FH-REF-ANO * 100) + FH-REF-MES
           END-IF.
       EXPORTA-LE-FH-FIM.

      *    QUANDO A MATRICULA MUDA, DESCARREGA O ACUMULADO DA ANTERIOR
      *    (QUEBRA DE CONTROLE); SO AS COMPETENCIAS DO ANO BASE ENTRAM
      *    NA SOMA, O NOME SAI DA PROPRIA FOLHA
       EXPORTA-ACUMULA.
           IF FS-MAT NOT = WS-EXP-MAT-ATUAL
               PERFORM EXPORTA-DETALHE THRU EXPORTA-DETALHE-FIM
               MOVE FS-MAT TO WS-EXP-MAT-ATUAL
           END-IF.
           IF FS-REF-ANO = WS-EXP-ANO
               ADD FS-SALBR TO WS-EXP-FUNC-BRUTO
               ADD FS-INSS TO WS-EXP-FUNC-INSS
               ADD FS-IRRF TO WS-EXP-FUNC-IRRF
               ADD 1 TO WS-EXP-MESES
               MOVE FS-NOME TO WS-EXP-NOME
           END-IF.
       EXPORTA-ACUMULA-FIM.

      *    GRAVA O DETALHE DA MATRICULA ACUMULADA, QUANDO ELA TEVE
      *    ALGUMA FOLHA NO ANO BASE, E ZERA OS ACUMULADORES PARA A
      *    PROXIMA - CHAMADO NA QUEBRA DE MATRICULA E NO FIM DA
      *    VARREDURA
       EXPORTA-DETALHE.
           IF WS-EXP-MESES > 0
               MOVE WS-EXP-MAT-ATUAL TO EXP-DET-MAT
               MOVE WS-EXP-NOME TO EXP-DET-NOME
               COMPUTE EXP-DET-BRUTO = WS-EXP-FUNC-BRUTO * 100
               COMPUTE EXP-DET-INSS = WS-EXP-FUNC-INSS * 100
               COMPUTE EXP-DET-IRRF = WS-EXP-FUNC-IRRF * 100
               WRITE ANUAL-LINHA FROM WS-EXP-DET
               PERFORM EXPORTA-PLR THRU EXPORTA-PLR-FIM
               ADD WS-EXP-FUNC-BRUTO TO WS-EXP-TOT-BRUTO
               ADD WS-EXP-FUNC-INSS TO WS-EXP-TOT-INSS
               ADD WS-EXP-FUNC-IRRF TO WS-EXP-TOT-IRRF
               ADD 1 TO WS-EXP-QTDE
           END-IF.
           MOVE ZEROS TO WS-EXP-MESES.
           MOVE ZEROS TO WS-EXP-FUNC-BRUTO WS-EXP-FUNC-INSS
               WS-EXP-FUNC-IRRF.
       EXPORTA-DETALHE-FIM.

      *    SOMA A PLR PAGA NO ANO (COMPETENCIA DO PAGAMENTO) PARA A
      *    MATRICULA (PLR1) E GRAVA O REGISTRO '2' QUANDO HOUVE ALGUMA
      *    PARCELA
       EXPORTA-PLR.
           MOVE ZEROS TO WS-EXP-PLR-VALOR WS-EXP-PLR-IRRF.
           MOVE WS-EMPRESA-ATUAL TO PLR-EMPRESA.
           MOVE WS-EXP-MAT-ATUAL TO PLR-MAT.
           MOVE WS-EXP-ANO TO PLR-ANO.
           MOVE ZEROS TO PLR-MES.
           MOVE 'N' TO WS-PLR-FIM.
           START PLR1 KEY IS NOT LESS THAN PLR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-PLR-FIM
           END-START.
           PERFORM EXPORTA-PLR-LE THRU EXPORTA-PLR-LE-FIM
               UNTIL PLR-FIM.
           IF WS-EXP-PLR-VALOR > 0
               MOVE WS-EXP-MAT-ATUAL TO EXP-PLR-MAT
               MOVE WS-EXP-NOME TO EXP-PLR-NOME
               COMPUTE EXP-PLR-VALOR = WS-EXP-PLR-VALOR * 100
               COMPUTE EXP-PLR-IRRF = WS-EXP-PLR-IRRF * 100
               WRITE ANUAL-LINHA FROM WS-EXP-PLR
           END-IF.
       EXPORTA-PLR-FIM.

       EXPORTA-PLR-LE.
           READ PLR1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-PLR-FIM
           END-READ.
           IF NOT PLR-FIM
               IF PLR-EMPRESA NOT = WS-EMPRESA-ATUAL OR
                   PLR-MAT NOT = WS-EXP-MAT-ATUAL OR
                   PLR-ANO NOT = WS-EXP-ANO
                   MOVE 'S' TO WS-PLR-FIM
               ELSE
                   ADD PLR-VALOR TO WS-EXP-PLR-VALOR
                   ADD PLR-IRRF TO WS-EXP-PLR-IRRF
               END-IF
           END-IF.
       EXPORTA-PLR-LE-FIM.

      *-----------------------------------------------------------------
      *    MOVIMENTACAO MENSAL (ESTILO CAGED) - VARRE AS MATRICULAS DA
      *    EMPRESA EM FUNCIONARIOS E GERA, PARA A COMPETENCIA, UM
      *    REGISTRO POR ADMITIDO NO MES (MATRICULA, NOME, FUNCAO,
      *    DATA DE ADMISSAO E O SALARIO DA FOLHA DA COMPETENCIA) E UM
      *    POR DESLIGADO (DATA E TIPO GRAVADOS PELA RESCISAO), COM
      *    CABECALHO E TRAILER DE CONFERENCIA NO ESTILO DA EXPORTACAO
      *    ANUAL, MAIS A LISTAGEM IMPRESSA PARA ARQUIVO FISICO
      *-----------------------------------------------------------------
       MOVIMENTO.
           MOVE 'FOLHA DE PAGAMENTO - MOVIMENTACAO' TO WS-MSG.
           MOVE ZEROS TO WS-REL-MES WS-REL-ANO.
           DISPLAY SS-TELA-MESANO.
           ACCEPT SS-TELA-MESANO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO MOVIMENTO-FIM
           END-IF.
           MOVE ZEROS TO WS-MOV-QTDE-ADM WS-MOV-QTDE-DESL.
           OPEN OUTPUT MOVIM1.
           MOVE WS-EMPRESA-ATUAL TO MOV-CAB-EMPRESA.
           MOVE WS-REL-MES TO MOV-CAB-MES.
           MOVE WS-REL-ANO TO MOV-CAB-ANO.
           WRITE MOVIM-LINHA FROM WS-MOV-CAB.
           OPEN OUTPUT MOVREL1.
           MOVE WS-REL-MES TO MOVR-CAB-MES.
           MOVE WS-REL-ANO TO MOVR-CAB-ANO.
           WRITE MOVREL-LINHA FROM WS-MOVR-CAB.
           MOVE WS-EMPRESA-ATUAL TO MAE-EMPRESA.
           MOVE ZEROS TO MAE-MAT.
           MOVE 'N' TO WS-FIM-ARQ.
           START FUNCIONARIOS KEY IS NOT LESS THAN MAE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM MOVIMENTO-FUNC THRU MOVIMENTO-FUNC-FIM
               UNTIL FIM-ARQ.
           MOVE WS-MOV-QTDE-ADM TO MOV-ROD-ADM.
           MOVE WS-MOV-QTDE-DESL TO MOV-ROD-DESL.
           WRITE MOVIM-LINHA FROM WS-MOV-ROD.
           CLOSE MOVIM1.
           MOVE WS-MOV-QTDE-ADM TO MOVR-ROD-ADM.
           MOVE WS-MOV-QTDE-DESL TO MOVR-ROD-DESL.
           WRITE MOVREL-LINHA FROM WS-MOVR-ROD.
           CLOSE MOVREL1.
           MOVE "MOVIMENTACAO GERADA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO MOVIMENTO.
       MOVIMENTO-FIM.

      *    LE A PROXIMA MATRICULA DA EMPRESA - ADMITIDO E DESLIGADO
      *    NO MESMO MES GERAM OS DOIS REGISTROS
       MOVIMENTO-FUNC.
           READ FUNCIONARIOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ
               IF MAE-EMPRESA NOT = WS-EMPRESA-ATUAL
                   MOVE 'S' TO WS-FIM-ARQ
               ELSE
                   IF MAE-ADM-MES = WS-REL-MES
                       AND MAE-ADM-ANO = WS-REL-ANO
                       PERFORM MOVIMENTO-ADM THRU MOVIMENTO-ADM-FIM
                   END-IF
                   IF MAE-DESL-ANO > 0
                       AND MAE-DESL-MES = WS-REL-MES
                       AND MAE-DESL-ANO = WS-REL-ANO
                       AND NOT MAE-DESL-TRANSF
                       PERFORM MOVIMENTO-DESL THRU MOVIMENTO-DESL-FIM
                   END-IF
               END-IF
           END-IF.
       MOVIMENTO-FUNC-FIM.

      *    REGISTRO DE ADMISSAO - O SALARIO SAI DA FOLHA DA PROPRIA
      *    COMPETENCIA (ZEROS SE A FOLHA AINDA NAO FOI LANCADA)
       MOVIMENTO-ADM.
           MOVE ZEROS TO WS-MOV-SALBA.
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE WS-REL-MES TO FS-REF-MES.
           MOVE WS-REL-ANO TO FS-REF-ANO.
           MOVE MAE-MAT TO FS-MAT.
           READ FOLHA1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-SALBA TO WS-MOV-SALBA
           END-READ.
           MOVE 'A' TO MOV-DET-TIPO.
           MOVE MAE-MAT TO MOV-DET-MAT.
           MOVE MAE-NOME TO MOV-DET-NOME.
           MOVE MAE-FUNC TO MOV-DET-FUNC.
           MOVE MAE-ADM-ANO TO MOV-DET-DATA-ANO.
           MOVE MAE-ADM-MES TO MOV-DET-DATA-MES.
           MOVE MAE-ADM-DIA TO MOV-DET-DATA-DIA.
           COMPUTE MOV-DET-SALARIO = WS-MOV-SALBA * 100.
           MOVE SPACES TO MOV-DET-DESL-TIPO.
           WRITE MOVIM-LINHA FROM WS-MOV-DET.
           MOVE 'ADMISSAO' TO MOVR-DET-EVENTO.
           MOVE MAE-MAT TO MOVR-DET-MAT.
           MOVE MAE-NOME TO MOVR-DET-NOME.
           MOVE MAE-ADM-DIA TO MOVR-DET-DIA.
           MOVE MAE-ADM-MES TO MOVR-DET-MES.
           MOVE MAE-ADM-ANO TO MOVR-DET-ANO.
           MOVE WS-MOV-SALBA TO MOVR-DET-VALOR.
           MOVE MAE-FUNC TO MOVR-DET-COMPL.
           WRITE MOVREL-LINHA FROM WS-MOVR-DET.
           ADD 1 TO WS-MOV-QTDE-ADM.
       MOVIMENTO-ADM-FIM.

      *    REGISTRO DE DESLIGAMENTO - DATA E TIPO VEM DO MASTER,
      *    GRAVADOS PELA RESCISAO (TRCT)
       MOVIMENTO-DESL.
           MOVE 'D' TO MOV-DET-TIPO.
           MOVE MAE-MAT TO MOV-DET-MAT.
           MOVE MAE-NOME TO MOV-DET-NOME.
           MOVE MAE-FUNC TO MOV-DET-FUNC.
           MOVE MAE-DESL-ANO TO MOV-DET-DATA-ANO.
           MOVE MAE-DESL-MES TO MOV-DET-DATA-MES.
           MOVE MAE-DESL-DIA TO MOV-DET-DATA-DIA.
           MOVE ZEROS TO MOV-DET-SALARIO.
           MOVE MAE-DESL-TIPO TO MOV-DET-DESL-TIPO.
           WRITE MOVIM-LINHA FROM WS-MOV-DET.
           MOVE 'DESLIGAMENTO' TO MOVR-DET-EVENTO.
           MOVE MAE-MAT TO MOVR-DET-MAT.
           MOVE MAE-NOME TO MOVR-DET-NOME.
           MOVE MAE-DESL-DIA TO MOVR-DET-DIA.
           MOVE MAE-DESL-MES TO MOVR-DET-MES.
           MOVE MAE-DESL-ANO TO MOVR-DET-ANO.
           MOVE ZEROS TO MOVR-DET-VALOR.
           EVALUATE TRUE
               WHEN MAE-DESL-SEM-JUSTA
                   MOVE 'SEM JUSTA CAUSA' TO MOVR-DET-COMPL
               WHEN MAE-DESL-PEDIDO
                   MOVE 'PEDIDO DE DEMISSAO' TO MOVR-DET-COMPL
               WHEN MAE-DESL-JUSTA
                   MOVE 'JUSTA CAUSA' TO MOVR-DET-COMPL
               WHEN MAE-DESL-ACORDO
                   MOVE 'ACORDO (ART. 484-A)' TO MOVR-DET-COMPL
               WHEN OTHER
                   MOVE SPACES TO MOVR-DET-COMPL
           END-EVALUATE.
           WRITE MOVREL-LINHA FROM WS-MOVR-DET.
           ADD 1 TO WS-MOV-QTDE-DESL.
       MOVIMENTO-DESL-FIM.

      *-----------------------------------------------------------------
      *    EMPRESTIMO CONSIGNADO - CADASTRA (OU CORRIGE, OU EXCLUI) OS
      *    CONTRATOS DA MATRICULA EM CONSIG1, CONFERINDO A MARGEM
      *    CONSIGNAVEL DE 35%, E GERA O REPASSE MENSAL AOS BANCOS
      *    CREDORES. QUEM DESCONTA A PARCELA NA FOLHA E CALCULA-FOLHA
      *    (FS-CONSIG); QUEM QUITA O SALDO NA SAIDA E A RESCISAO
      *-----------------------------------------------------------------
       CONSIGNADO.
           MOVE 'FOLHA DE PAGAMENTO - CONSIGNADO' TO WS-MSG.
           MOVE SPACES TO WS-CON-TIPO.
           DISPLAY SS-TELA-CONSIG-TIPO.
           ACCEPT SS-TELA-CONSIG-TIPO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO CONSIGNADO-FIM
           END-IF.
           EVALUATE TRUE
               WHEN CON-TIPO-CONTRATO
                   PERFORM CONSIG-CONTRATO THRU CONSIG-CONTRATO-FIM
               WHEN CON-TIPO-REPASSE
                   PERFORM CONSIG-REPASSE THRU CONSIG-REPASSE-FIM
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE.
           GO TO CONSIGNADO.
       CONSIGNADO-FIM.

      *    MANUTENCAO DE UM CONTRATO - MESMO ROTEIRO DA PENSAO: CONTRATO
      *    EXISTENTE E CARREGADO PARA A TELA (CORRECAO), SEM CONTRATO A
      *    TELA ABRE LIMPA. SO CONTRATO ATIVO PODE SER CORRIGIDO
       CONSIG-CONTRATO.
           MOVE ZEROS TO CON-CHAVE.
           MOVE SPACES TO WS-ERRO.
           DISPLAY SS-TELA-CONSIG-MAT.
           ACCEPT SS-TELA-CONSIG-MAT.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO CONSIG-CONTRATO-FIM
           END-IF.
           IF CON-CONTRATO = 0
               MOVE "NUMERO DO CONTRATO OBRIGATORIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO CONSIG-CONTRATO
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO CON-EMPRESA.
           MOVE CON-EMPRESA TO MAE-EMPRESA.
           MOVE CON-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE "MATRICULA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO CONSIG-CONTRATO
           END-READ.
           IF MAE-DESL-ANO > 0
               MOVE "MATRICULA JA DESLIGADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO CONSIG-CONTRATO
           END-IF.
           READ CONSIG1
               INVALID KEY
                   MOVE 'N' TO WS-CON-ACHADO
                   MOVE ZEROS TO CON-DADOS-NUMERICOS
                   MOVE 'A' TO CON-SITUACAO
               NOT INVALID KEY
                   MOVE 'S' TO WS-CON-ACHADO
           END-READ.
           IF CON-ACHADO AND NOT CON-ATIVO
               MOVE "CONTRATO JA ENCERRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO CONSIG-CONTRATO
           END-IF.
           MOVE ZEROS TO WS-CON-BASE WS-CON-MARGEM WS-CON-SOMA.
       CONSIG-CONTRATO-LOOP.
           DISPLAY SS-TELA-CONSIG.
           ACCEPT SS-TELA-CONSIG.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO CONSIG-CONTRATO-FIM
           END-IF.
      *    ZERAR A PARCELA EXCLUI O CONTRATO EXISTENTE
           IF CON-PARCELA = 0
               IF CON-ACHADO
                   MOVE 'N' TO WS-ERRO
                   MOVE "CONFIRMA EXCLUIR O CONTRATO (S/N)?"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   IF E-SIM
                       DELETE CONSIG1
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   GO TO CONSIG-CONTRATO
               ELSE
                   MOVE "VALOR DA PARCELA OBRIGATORIO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO CONSIG-CONTRATO-LOOP
               END-IF
           END-IF.
      *    CONTRATO NOVO NORMALMENTE COMECA COM TODAS AS PARCELAS EM
      *    ABERTO; NA IMPLANTACAO DE UM CONTRATO JA EM CURSO O OPERADOR
      *    INFORMA AS RESTANTES
           IF CON-PARC-RESTANTES = 0
               MOVE CON-QTDE-PARC TO CON-PARC-RESTANTES
           END-IF.
           IF CON-BANCO = 0 OR CON-QTDE-PARC = 0
               OR CON-PARC-RESTANTES > CON-QTDE-PARC
               OR CON-INI-MES < 1 OR CON-INI-MES > 12
               OR CON-INI-ANO < 1959
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO CONSIG-CONTRATO-LOOP
           END-IF.
      *    INICIO - MARGEM CONSIGNAVEL: AS PARCELAS DOS OUTROS CONTRATOS
      *    VIGENTES NA PRIMEIRA PARCELA DESTE, MAIS A DESTE, NAO PODEM
      *    PASSAR DE 35% DA REMUNERACAO DISPONIVEL
           MOVE CON-REGISTRO TO WS-CON-SALVO.
           PERFORM CONSIG-MARGEM THRU CONSIG-MARGEM-FIM.
           MOVE WS-CON-SALVO TO CON-REGISTRO.
           IF NOT CON-ACHOU-FOLHA
               MOVE "MATRICULA SEM FOLHA LANCADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO CONSIG-CONTRATO-LOOP
           END-IF.
           DISPLAY SS-TELA-CONSIG.
           IF WS-CON-SOMA + CON-PARCELA > WS-CON-MARGEM
               MOVE "MARGEM CONSIGNAVEL EXCEDIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO CONSIG-CONTRATO-LOOP
           END-IF.
      *    FIM - MARGEM CONSIGNAVEL
           MOVE 'CONFIRMA O LANCAMENTO (S/N)?' TO WS-MSGERRO.
           PERFORM UNTIL E-SIM OR E-NAO
           PERFORM MOSTRA-ERRO
           EVALUATE TRUE
           WHEN E-SIM
               IF CON-ACHADO
                   REWRITE CON-REGISTRO
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                           PERFORM MOSTRA-ERRO
                   END-REWRITE
               ELSE
                   WRITE CON-REGISTRO
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                           PERFORM MOSTRA-ERRO
                   END-WRITE
               END-IF
           WHEN E-NAO
               MOVE SPACES TO WS-ERRO
               GO TO CONSIG-CONTRATO-LOOP
           END-EVALUATE
           END-PERFORM.
           GO TO CONSIG-CONTRATO.
       CONSIG-CONTRATO-FIM.

      *    BASE DA MARGEM (FOLHA MAIS RECENTE DA MATRICULA, PELA CHAVE
      *    ALTERNADA) E O QUE OS OUTROS CONTRATOS JA COMPROMETEM NA
      *    COMPETENCIA DA PRIMEIRA PARCELA DO CONTRATO DIGITADO
       CONSIG-MARGEM.
           MOVE 'N' TO WS-CON-ACHOU-FOLHA.
           MOVE ZEROS TO WS-CON-BASE.
           MOVE CON-EMPRESA TO FS-EMPRESA.
           MOVE CON-MAT TO FS-MAT.
           MOVE ZEROS TO FS-REF-ANO FS-REF-MES.
           MOVE 'N' TO WS-FIM-ARQ.
           START FOLHA1 KEY IS NOT LESS THAN FS-CHAVE-MAT
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM CONSIG-MARGEM-FOLHA THRU CONSIG-MARGEM-FOLHA-FIM
               UNTIL FIM-ARQ.
           COMPUTE WS-CON-MARGEM ROUNDED = WS-CON-BASE * 0,35.
           MOVE CON-EMPRESA TO WS-CON-EMP-BUSCA.
           MOVE CON-MAT TO WS-CON-MAT-BUSCA.
           MOVE CON-INI-ANO TO WS-CON-ANO.
           MOVE CON-INI-MES TO WS-CON-MES.
           MOVE CON-CONTRATO TO WS-CON-EXCLUI.
           PERFORM CONSIG-SOMA-MAT THRU CONSIG-SOMA-MAT-FIM.
       CONSIG-MARGEM-FIM.

       CONSIG-MARGEM-FOLHA.
           READ FOLHA1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ
               IF FS-EMPRESA NOT = CON-EMPRESA
                   OR FS-MAT NOT = CON-MAT
                   MOVE 'S' TO WS-FIM-ARQ
               ELSE
                   MOVE 'S' TO WS-CON-ACHOU-FOLHA
                   COMPUTE WS-CON-BASE = FS-SALBR - FS-INSS - FS-IRRF
               END-IF
           END-IF.
       CONSIG-MARGEM-FOLHA-FIM.

      *    SOMA EM WS-CON-SOMA AS PARCELAS DOS CONTRATOS DA MATRICULA
      *    WS-CON-EMP-BUSCA/WS-CON-MAT-BUSCA VIGENTES EM WS-CON-ANO/
      *    WS-CON-MES, MENOS O CONTRATO WS-CON-EXCLUI. USA BANDEIRA
      *    PROPRIA DE FIM PORQUE RODA
      *    DENTRO DE CALCULA-FOLHA, QUE E CHAMADO NO MEIO DE OUTRAS
      *    VARREDURAS (CARGA, DISSIDIO, ADIANTAMENTO)
       CONSIG-SOMA-MAT.
           MOVE ZEROS TO WS-CON-SOMA.
           MOVE WS-CON-EMP-BUSCA TO CON-EMPRESA.
           MOVE WS-CON-MAT-BUSCA TO CON-MAT.
           MOVE ZEROS TO CON-CONTRATO.
           MOVE 'N' TO WS-CON-FIM-VARRE.
           START CONSIG1 KEY IS NOT LESS THAN CON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-CON-FIM-VARRE
           END-START.
           PERFORM CONSIG-SOMA-LE THRU CONSIG-SOMA-LE-FIM
               UNTIL CON-FIM-VARREDURA.
       CONSIG-SOMA-MAT-FIM.

       CONSIG-SOMA-LE.
           READ CONSIG1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-CON-FIM-VARRE
           END-READ.
           IF NOT CON-FIM-VARREDURA
               IF CON-EMPRESA NOT = WS-CON-EMP-BUSCA
                   OR CON-MAT NOT = WS-CON-MAT-BUSCA
                   MOVE 'S' TO WS-CON-FIM-VARRE
               ELSE
                   PERFORM CONSIG-VIGENTE THRU CONSIG-VIGENTE-FIM
                   IF CON-VIGENTE AND CON-CONTRATO NOT = WS-CON-EXCLUI
                       ADD CON-PARCELA TO WS-CON-SOMA
                   END-IF
               END-IF
           END-IF.
       CONSIG-SOMA-LE-FIM.

      *    DIZ SE O CONTRATO EM CON-REGISTRO TEM PARCELA A DESCONTAR EM
      *    WS-CON-ANO/WS-CON-MES: A PARCELA DA VEZ (CONTADA A PARTIR DO
      *    INICIO) PRECISA ESTAR ENTRE 1 E A QUANTIDADE CONTRATADA, E A
      *    COMPETENCIA ANTES DO ENCERRAMENTO, QUANDO HOUVER
       CONSIG-VIGENTE.
           MOVE 'N' TO WS-CON-VIGENTE.
           COMPUTE WS-CON-MESES = ((WS-CON-ANO - CON-INI-ANO) * 12)
               + (WS-CON-MES - CON-INI-MES) + 1.
           COMPUTE WS-CON-COMP = (WS-CON-ANO * 100) + WS-CON-MES.
           COMPUTE WS-CON-ENC-COMP = (CON-ENC-ANO * 100) + CON-ENC-MES.
           IF WS-CON-MESES > 0 AND WS-CON-MESES NOT > CON-QTDE-PARC
               AND (WS-CON-ENC-COMP = 0
                   OR WS-CON-COMP < WS-CON-ENC-COMP)
               MOVE 'S' TO WS-CON-VIGENTE
           END-IF.
       CONSIG-VIGENTE-FIM.

      *    REPASSE MENSAL AOS BANCOS - VARRE OS CONTRATOS DA EMPRESA,
      *    SOLTA PARA O SORT (ORDENA2, POR BANCO) A PARCELA DE CADA
      *    CONTRATO DESCONTADA NA FOLHA DA COMPETENCIA E O SALDO QUITADO
      *    NAS RESCISOES DO MES; NA SAIDA DO SORT GRAVA UM LOTE POR
      *    BANCO EM REPASSE1 E A LISTAGEM COM SUBTOTAL EM REPREL1
       CONSIG-REPASSE.
           MOVE ZEROS TO WS-REL-MES WS-REL-ANO.
           DISPLAY SS-TELA-MESANO.
           ACCEPT SS-TELA-MESANO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO CONSIG-REPASSE-FIM
           END-IF.
           IF WS-REL-MES < 1 OR WS-REL-MES > 12
               OR WS-REL-ANO < 1959
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO CONSIG-REPASSE
           END-IF.
           MOVE WS-REL-ANO TO WS-CON-ANO.
           MOVE WS-REL-MES TO WS-CON-MES.
           MOVE ZEROS TO WS-CON-GER-QTDE WS-CON-GER-TOTAL.
           MOVE 'N' TO WS-CON-LOTE-ABERTO.
           OPEN OUTPUT REPASSE1.
           OPEN OUTPUT REPREL1.
           MOVE WS-REL-MES TO RCNR-CAB-MES.
           MOVE WS-REL-ANO TO RCNR-CAB-ANO.
           WRITE REPREL-LINHA FROM WS-RCNR-CAB.
           MOVE WS-EMPRESA-ATUAL TO CON-EMPRESA.
           MOVE ZEROS TO CON-MAT CON-CONTRATO.
           MOVE 'N' TO WS-FIM-ARQ.
           START CONSIG1 KEY IS NOT LESS THAN CON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           SORT ORDENA2 ON ASCENDING KEY OCN-BANCO OCN-MAT OCN-CONTRATO
               INPUT PROCEDURE IS CONSIG-REP-SOLTA THRU
                   CONSIG-REP-SOLTA-FIM
               OUTPUT PROCEDURE IS CONSIG-REP-DEVOLVE THRU
                   CONSIG-REP-DEVOLVE-FIM.
           MOVE 'TOTAL GERAL' TO RCNR-SUB-DESCR.
           MOVE WS-CON-GER-QTDE TO RCNR-SUB-QTDE.
           MOVE WS-CON-GER-TOTAL TO RCNR-SUB-VALOR.
           WRITE REPREL-LINHA FROM WS-RCNR-SUB.
           CLOSE REPASSE1.
           CLOSE REPREL1.
           MOVE "REPASSE GERADO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO CONSIG-REPASSE.
       CONSIG-REPASSE-FIM.

      *    ENTRADA DO SORT DO REPASSE - UM CONTRATO DA EMPRESA POR VEZ
       CONSIG-REP-SOLTA.
           PERFORM CONSIG-REP-SOLTA-LE THRU CONSIG-REP-SOLTA-LE-FIM
               UNTIL FIM-ARQ.
       CONSIG-REP-SOLTA-FIM.

       CONSIG-REP-SOLTA-LE.
           READ CONSIG1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQ
               IF CON-EMPRESA NOT = WS-EMPRESA-ATUAL
                   MOVE 'S' TO WS-FIM-ARQ
               ELSE
                   PERFORM CONSIG-REP-CONTRATO THRU
                       CONSIG-REP-CONTRATO-FIM
               END-IF
           END-IF.
       CONSIG-REP-SOLTA-LE-FIM.

      *    CONTRATO ENCERRADO NA RESCISAO DESTA COMPETENCIA REPASSA O
      *    SALDO DESCONTADO NO TRCT. OS DEMAIS REPASSAM A PARCELA
      *    QUANDO ESTAO VIGENTES E A FOLHA DA COMPETENCIA JA FOI
      *    CALCULADA COM O DESCONTO; A BAIXA DE UMA PARCELA RESTANTE
      *    SO ACONTECE NA PRIMEIRA VEZ QUE A COMPETENCIA E REPASSADA,
      *    E A ULTIMA BAIXA QUITA O CONTRATO
       CONSIG-REP-CONTRATO.
           COMPUTE WS-CON-COMP = (WS-CON-ANO * 100) + WS-CON-MES.
           COMPUTE WS-CON-ENC-COMP = (CON-ENC-ANO * 100) + CON-ENC-MES.
           IF CON-RESCINDIDO AND WS-CON-ENC-COMP = WS-CON-COMP
               IF CON-VALOR-QUITACAO > 0
                   MOVE 'Q' TO OCN-TIPO
                   MOVE CON-VALOR-QUITACAO TO OCN-VALOR
                   MOVE ZEROS TO OCN-RESTANTES
                   PERFORM CONSIG-REP-SOLTA-REG THRU
                       CONSIG-REP-SOLTA-REG-FIM
               END-IF
               GO TO CONSIG-REP-CONTRATO-FIM
           END-IF.
           PERFORM CONSIG-VIGENTE THRU CONSIG-VIGENTE-FIM.
           IF NOT CON-VIGENTE
               GO TO CONSIG-REP-CONTRATO-FIM
           END-IF.
           MOVE CON-EMPRESA TO FS-EMPRESA.
           MOVE CON-MAT TO FS-MAT.
           MOVE WS-CON-MES TO FS-REF-MES.
           MOVE WS-CON-ANO TO FS-REF-ANO.
           READ FOLHA1
               INVALID KEY
                   GO TO CONSIG-REP-CONTRATO-FIM
           END-READ.
           IF FS-CONSIG = 0
               GO TO CONSIG-REP-CONTRATO-FIM
           END-IF.
           COMPUTE WS-CON-ULT-COMP = (CON-ULT-ANO * 100) + CON-ULT-MES.
           IF WS-CON-ULT-COMP < WS-CON-COMP
               AND CON-PARC-RESTANTES > 0
               SUBTRACT 1 FROM CON-PARC-RESTANTES
               MOVE WS-CON-ANO TO CON-ULT-ANO
               MOVE WS-CON-MES TO CON-ULT-MES
               IF CON-PARC-RESTANTES = 0
                   MOVE 'Q' TO CON-SITUACAO
                   MOVE WS-CON-ANO TO CON-ENC-ANO
                   COMPUTE CON-ENC-MES = WS-CON-MES + 1
                   IF CON-ENC-MES > 12
                       MOVE 1 TO CON-ENC-MES
                       ADD 1 TO CON-ENC-ANO
                   END-IF
               END-IF
               PERFORM JRN-ANTES-CONSIG THRU JRN-ANTES-CONSIG-FIM
               REWRITE CON-REGISTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM JRN-ALTERA-CONSIG THRU
                           JRN-ALTERA-CONSIG-FIM
               END-REWRITE
           END-IF.
           MOVE 'P' TO OCN-TIPO.
           MOVE CON-PARCELA TO OCN-VALOR.
           MOVE CON-PARC-RESTANTES TO OCN-RESTANTES.
           PERFORM CONSIG-REP-SOLTA-REG THRU CONSIG-REP-SOLTA-REG-FIM.
       CONSIG-REP-CONTRATO-FIM.

       CONSIG-REP-SOLTA-REG.
           MOVE CON-EMPRESA TO MAE-EMPRESA.
           MOVE CON-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE SPACES TO MAE-NOME
           END-READ.
           MOVE CON-BANCO TO OCN-BANCO.
           MOVE CON-MAT TO OCN-MAT.
           MOVE CON-CONTRATO TO OCN-CONTRATO.
           MOVE MAE-NOME TO OCN-NOME.
           RELEASE OCN-REGISTRO.
       CONSIG-REP-SOLTA-REG-FIM.

      *    SAIDA DO SORT DO REPASSE - QUEBRA POR BANCO: CADA BANCO TEM
      *    SEU LOTE '0'/'1'/'9' EM REPASSE1 E SEU SUBTOTAL NA LISTAGEM
       CONSIG-REP-DEVOLVE.
           MOVE 'N' TO WS-FIM-ARQ.
           PERFORM CONSIG-REP-DEVOLVE-LE THRU CONSIG-REP-DEVOLVE-LE-FIM
               UNTIL FIM-ARQ.
           IF CON-LOTE-ABERTO
               PERFORM CONSIG-REP-FECHA-LOTE THRU
                   CONSIG-REP-FECHA-LOTE-FIM
           END-IF.
       CONSIG-REP-DEVOLVE-FIM.

       CONSIG-REP-DEVOLVE-LE.
           RETURN ORDENA2
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
               NOT AT END
                   PERFORM CONSIG-REP-DETALHE THRU
                       CONSIG-REP-DETALHE-FIM
           END-RETURN.
       CONSIG-REP-DEVOLVE-LE-FIM.

       CONSIG-REP-DETALHE.
           IF CON-LOTE-ABERTO AND OCN-BANCO NOT = WS-CON-BANCO-ATUAL
               PERFORM CONSIG-REP-FECHA-LOTE THRU
                   CONSIG-REP-FECHA-LOTE-FIM
           END-IF.
           IF NOT CON-LOTE-ABERTO
               MOVE 'S' TO WS-CON-LOTE-ABERTO
               MOVE OCN-BANCO TO WS-CON-BANCO-ATUAL
               MOVE ZEROS TO WS-CON-LOTE-QTDE WS-CON-LOTE-TOTAL
               MOVE OCN-BANCO TO RCN-CAB-BANCO
               MOVE WS-EMPRESA-ATUAL TO RCN-CAB-EMPRESA
               MOVE WS-CON-MES TO RCN-CAB-MES
               MOVE WS-CON-ANO TO RCN-CAB-ANO
               WRITE REPASSE-LINHA FROM WS-RCN-CAB
               MOVE OCN-BANCO TO RCNR-BCO-BANCO
               WRITE REPREL-LINHA FROM WS-RCNR-BANCO
           END-IF.
           MOVE OCN-CONTRATO TO RCN-DET-CONTRATO.
           MOVE OCN-MAT TO RCN-DET-MAT.
           MOVE OCN-NOME TO RCN-DET-NOME.
           MOVE OCN-TIPO TO RCN-DET-TIPO.
           MOVE OCN-RESTANTES TO RCN-DET-RESTANTES.
           COMPUTE RCN-DET-VALOR = OCN-VALOR * 100.
           WRITE REPASSE-LINHA FROM WS-RCN-DET.
           MOVE OCN-MAT TO RCNR-DET-MAT.
           MOVE OCN-NOME TO RCNR-DET-NOME.
           MOVE OCN-CONTRATO TO RCNR-DET-CONTRATO.
           IF OCN-TIPO = 'Q'
               MOVE 'QUITACAO TRCT' TO RCNR-DET-HIST
           ELSE
               MOVE 'PARCELA' TO RCNR-DET-HIST
           END-IF.
           MOVE OCN-RESTANTES TO RCNR-DET-RESTANTES.
           MOVE OCN-VALOR TO RCNR-DET-VALOR.
           WRITE REPREL-LINHA FROM WS-RCNR-DET.
           ADD 1 TO WS-CON-LOTE-QTDE.
           ADD OCN-VALOR TO WS-CON-LOTE-TOTAL.
       CONSIG-REP-DETALHE-FIM.

       CONSIG-REP-FECHA-LOTE.
           MOVE WS-CON-LOTE-QTDE TO RCN-ROD-QTDE.
           COMPUTE RCN-ROD-VALOR = WS-CON-LOTE-TOTAL * 100.
           WRITE REPASSE-LINHA FROM WS-RCN-ROD.
           MOVE 'TOTAL DO BANCO' TO RCNR-SUB-DESCR.
           MOVE WS-CON-LOTE-QTDE TO RCNR-SUB-QTDE.
           MOVE WS-CON-LOTE-TOTAL TO RCNR-SUB-VALOR.
           WRITE REPREL-LINHA FROM WS-RCNR-SUB.
           MOVE SPACES TO REPREL-LINHA.
           WRITE REPREL-LINHA.
           ADD WS-CON-LOTE-QTDE TO WS-CON-GER-QTDE.
           ADD WS-CON-LOTE-TOTAL TO WS-CON-GER-TOTAL.
           MOVE 'N' TO WS-CON-LOTE-ABERTO.
       CONSIG-REP-FECHA-LOTE-FIM.

      *-----------------------------------------------------------------
      *    VALE-TRANSPORTE - CADASTRA (OU CORRIGE, OU EXCLUI) OS
      *    TRECHOS DA MATRICULA EM VTRANS1 E GERA O PEDIDO MENSAL DE
      *    CREDITO A OPERADORA. QUEM DESCONTA O VT NA FOLHA E
      *    CALCULA-FOLHA, PELO MESMO CUSTO REAL DE VT-CUSTO-MES
      *-----------------------------------------------------------------
       VALE-TRANSP.
           MOVE 'FOLHA DE PAGAMENTO - VALE-TRANSPORTE' TO WS-MSG.
           MOVE SPACES TO WS-VTR-TIPO.
           DISPLAY SS-TELA-VT-TIPO.
           ACCEPT SS-TELA-VT-TIPO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO VALE-TRANSP-FIM
           END-IF.
           EVALUATE TRUE
               WHEN VTR-TIPO-CADASTRO
                   PERFORM VT-CADASTRO THRU VT-CADASTRO-FIM
               WHEN VTR-TIPO-PEDIDO
                   PERFORM VT-PEDIDO THRU VT-PEDIDO-FIM
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE.
           GO TO VALE-TRANSP.
       VALE-TRANSP-FIM.

      *    MANUTENCAO DO CADASTRO - MESMO ROTEIRO DA PENSAO
       VT-CADASTRO.
           MOVE ZEROS TO VTR-CHAVE.
           MOVE SPACES TO WS-ERRO.
           DISPLAY SS-TELA-VT-MAT.
           ACCEPT SS-TELA-VT-MAT.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO VT-CADASTRO-FIM
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO VTR-EMPRESA.
           MOVE VTR-EMPRESA TO MAE-EMPRESA.
           MOVE VTR-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE "MATRICULA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO VT-CADASTRO
           END-READ.
           READ VTRANS1
               INVALID KEY
                   MOVE 'N' TO WS-VTR-ACHADO
                   INITIALIZE VTR-DADOS
                   MOVE 5 TO VTR-DIAS-SEMANA
               NOT INVALID KEY
                   MOVE 'S' TO WS-VTR-ACHADO
           END-READ.
       VT-CADASTRO-LOOP.
           DISPLAY SS-TELA-VT.
           ACCEPT SS-TELA-VT.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO VT-CADASTRO-FIM
           END-IF.
      *    ZERAR TODAS AS TARIFAS EXCLUI O CADASTRO EXISTENTE
           IF VTR-TARIFA (1) = 0 AND VTR-TARIFA (2) = 0
               AND VTR-TARIFA (3) = 0 AND VTR-TARIFA (4) = 0
               IF VTR-ACHADO
                   MOVE 'N' TO WS-ERRO
                   MOVE "CONFIRMA EXCLUIR O CADASTRO (S/N)?"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   IF E-SIM
                       DELETE VTRANS1
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   GO TO VT-CADASTRO
               ELSE
                   MOVE "INFORME AO MENOS UM TRECHO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO VT-CADASTRO-LOOP
               END-IF
           END-IF.
           INSPECT VTR-TRECHO (1) CONVERTING WS-MINUSCULAS TO
               WS-MAIUSCULAS.
           INSPECT VTR-TRECHO (2) CONVERTING WS-MINUSCULAS TO
               WS-MAIUSCULAS.
           INSPECT VTR-TRECHO (3) CONVERTING WS-MINUSCULAS TO
               WS-MAIUSCULAS.
           INSPECT VTR-TRECHO (4) CONVERTING WS-MINUSCULAS TO
               WS-MAIUSCULAS.
      *    TRECHO COM TARIFA PRECISA DE VIAGENS POR DIA E VICE-VERSA
           IF VTR-CARTAO = 0
               OR (VTR-DIAS-SEMANA NOT = 5 AND VTR-DIAS-SEMANA NOT = 6)
               OR (VTR-TARIFA (1) = 0 AND VTR-VIAGENS (1) > 0)
               OR (VTR-TARIFA (1) > 0 AND VTR-VIAGENS (1) = 0)
               OR (VTR-TARIFA (2) = 0 AND VTR-VIAGENS (2) > 0)
               OR (VTR-TARIFA (2) > 0 AND VTR-VIAGENS (2) = 0)
               OR (VTR-TARIFA (3) = 0 AND VTR-VIAGENS (3) > 0)
               OR (VTR-TARIFA (3) > 0 AND VTR-VIAGENS (3) = 0)
               OR (VTR-TARIFA (4) = 0 AND VTR-VIAGENS (4) > 0)
               OR (VTR-TARIFA (4) > 0 AND VTR-VIAGENS (4) = 0)
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO VT-CADASTRO-LOOP
           END-IF.
           MOVE 'CONFIRMA O LANCAMENTO (S/N)?' TO WS-MSGERRO.
           PERFORM UNTIL E-SIM OR E-NAO
           PERFORM MOSTRA-ERRO
           EVALUATE TRUE
           WHEN E-SIM
               IF VTR-ACHADO
                   REWRITE VTR-REGISTRO
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                           PERFORM MOSTRA-ERRO
                   END-REWRITE
               ELSE
                   WRITE VTR-REGISTRO
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                           PERFORM MOSTRA-ERRO
                   END-WRITE
               END-IF
           WHEN E-NAO
               MOVE SPACES TO WS-ERRO
               GO TO VT-CADASTRO-LOOP
           END-EVALUATE
           END-PERFORM.
           GO TO VT-CADASTRO.
       VT-CADASTRO-FIM.

      *    PEDIDO DE COMPRA DA COMPETENCIA - UM DETALHE POR CARTAO COM
      *    O CREDITO A CARREGAR (CUSTO REAL JA SEM OS DIAS DE AUSENCIA
      *    DO MES ANTERIOR) E O TRAILER COM O TOTAL PARA A OPERADORA.
      *    FICA DE FORA QUEM FOI DESLIGADO ANTES DA COMPETENCIA OU AINDA
      *    NAO TINHA SIDO ADMITIDO, E A MATRICULA NOVA DE UMA
      *    TRANSFERENCIA NO MEIO DO MES (O CARTAO JA VAI NO PEDIDO DA
      *    MATRICULA ANTIGA NESSA COMPETENCIA)
       VT-PEDIDO.
           MOVE ZEROS TO WS-REL-MES WS-REL-ANO.
           DISPLAY SS-TELA-MESANO.
           ACCEPT SS-TELA-MESANO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO VT-PEDIDO-FIM
           END-IF.
           IF WS-REL-MES < 1 OR WS-REL-MES > 12
               OR WS-REL-ANO < 1959
               MOVE "CAMPO(S) INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO VT-PEDIDO
           END-IF.
           COMPUTE WS-VTR-COMP = (WS-REL-ANO * 100) + WS-REL-MES.
           MOVE ZEROS TO WS-VTR-PED-QTDE WS-VTR-PED-TOTAL.
           OPEN OUTPUT PEDVT1.
           MOVE WS-EMPRESA-ATUAL TO PVT-CAB-EMPRESA.
           MOVE WS-REL-MES TO PVT-CAB-MES.
           MOVE WS-REL-ANO TO PVT-CAB-ANO.
           WRITE PEDVT-LINHA FROM WS-PVT-CAB.
           MOVE WS-EMPRESA-ATUAL TO VTR-EMPRESA.
           MOVE ZEROS TO VTR-MAT.
           MOVE 'N' TO WS-FIM-ARQ.
           START VTRANS1 KEY IS NOT LESS THAN VTR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM VT-PEDIDO-LE THRU VT-PEDIDO-LE-FIM
               UNTIL FIM-ARQ.
           MOVE WS-VTR-PED-QTDE TO PVT-ROD-QTDE.
           COMPUTE PVT-ROD-VALOR = WS-VTR-PED-TOTAL * 100.
           WRITE PEDVT-LINHA FROM WS-PVT-ROD.
           CLOSE PEDVT1.
           MOVE "PEDIDO DE VT GERADO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO VT-PEDIDO.
       VT-PEDIDO-FIM.

       VT-PEDIDO-LE.
           READ VTRANS1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF FIM-ARQ
               GO TO VT-PEDIDO-LE-FIM
           END-IF.
           IF VTR-EMPRESA NOT = WS-EMPRESA-ATUAL
               MOVE 'S' TO WS-FIM-ARQ
               GO TO VT-PEDIDO-LE-FIM
           END-IF.
           MOVE VTR-EMPRESA TO MAE-EMPRESA.
           MOVE VTR-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   GO TO VT-PEDIDO-LE-FIM
           END-READ.
           COMPUTE WS-VTR-COMP-MAE = (MAE-ADM-ANO * 100) + MAE-ADM-MES.
           IF WS-VTR-COMP-MAE > WS-VTR-COMP
               GO TO VT-PEDIDO-LE-FIM
           END-IF.
           IF MAE-DESL-ANO > 0
               COMPUTE WS-VTR-COMP-MAE =
                   (MAE-DESL-ANO * 100) + MAE-DESL-MES
               IF WS-VTR-COMP-MAE < WS-VTR-COMP
                   GO TO VT-PEDIDO-LE-FIM
               END-IF
           END-IF.
           IF MAE-TRF-ANO > 0 AND MAE-TRF-DIA > 1
               COMPUTE WS-VTR-COMP-MAE =
                   (MAE-TRF-ANO * 100) + MAE-TRF-MES
               IF WS-VTR-COMP-MAE = WS-VTR-COMP
                   GO TO VT-PEDIDO-LE-FIM
               END-IF
           END-IF.
           MOVE WS-REL-ANO TO WS-VTR-ANO.
           MOVE WS-REL-MES TO WS-VTR-MES.
           PERFORM VT-CUSTO-MES THRU VT-CUSTO-MES-FIM.
           IF WS-VTR-CUSTO = 0
               GO TO VT-PEDIDO-LE-FIM
           END-IF.
           MOVE VTR-CARTAO TO PVT-DET-CARTAO.
           MOVE VTR-MAT TO PVT-DET-MAT.
           MOVE MAE-NOME TO PVT-DET-NOME.
           MOVE WS-VTR-DIAS TO PVT-DET-DIAS.
           MOVE WS-VTR-AUSENCIAS TO PVT-DET-AUSENCIAS.
           COMPUTE PVT-DET-VALOR = WS-VTR-CUSTO * 100.
           WRITE PEDVT-LINHA FROM WS-PVT-DET.
           ADD 1 TO WS-VTR-PED-QTDE.
           ADD WS-VTR-CUSTO TO WS-VTR-PED-TOTAL.
       VT-PEDIDO-LE-FIM.

      *    CUSTO REAL DO VALE-TRANSPORTE DE VTR-REGISTRO NA COMPETENCIA
      *    WS-VTR-ANO/WS-VTR-MES: CUSTO DIARIO DOS TRECHOS X DIAS DE
      *    TRABALHO DO MES (SEGUNDA A SEXTA, MAIS OS SABADOS PARA QUEM
      *    TRABALHA SEIS DIAS), DESCONTADOS OS DIAS DE TRABALHO DO MES
      *    ANTERIOR PASSADOS EM FERIAS (FERIAS1) OU AFASTADO (AFAST1).
      *    USA BANDEIRA PROPRIA DE FIM (WS-VTR-FIM-VARRE) PORQUE RODA
      *    DENTRO DE CALCULA-FOLHA E DA VARREDURA DO PEDIDO
       VT-CUSTO-MES.
           COMPUTE WS-VTR-DIARIO =
               (VTR-TARIFA (1) * VTR-VIAGENS (1))
               + (VTR-TARIFA (2) * VTR-VIAGENS (2))
               + (VTR-TARIFA (3) * VTR-VIAGENS (3))
               + (VTR-TARIFA (4) * VTR-VIAGENS (4)).
           MOVE VTR-EMPRESA TO WS-CAL-EMPRESA.
           MOVE WS-VTR-ANO TO WS-CAL-ANO.
           MOVE WS-VTR-MES TO WS-CAL-MES.
           PERFORM CALENDARIO-MES THRU CALENDARIO-MES-FIM.
           MOVE WS-CAL-DIAS-UTEIS TO WS-VTR-DIAS.
           IF VTR-DIAS-SEMANA = 6
               ADD WS-CAL-SABADOS TO WS-VTR-DIAS
           END-IF.
      *    INICIO - DIAS DE AUSENCIA NO MES ANTERIOR
           IF WS-VTR-MES = 1
               COMPUTE WS-CAL-ANO = WS-VTR-ANO - 1
               MOVE 12 TO WS-CAL-MES
           ELSE
               MOVE WS-VTR-ANO TO WS-CAL-ANO
               COMPUTE WS-CAL-MES = WS-VTR-MES - 1
           END-IF.
           PERFORM CALENDARIO-MES THRU CALENDARIO-MES-FIM.
           COMPUTE WS-VTR-MES-INI = (WS-CAL-ANO * 10000)
               + (WS-CAL-MES * 100) + 1.
           COMPUTE WS-VTR-MES-FIM = (WS-CAL-ANO * 10000)
               + (WS-CAL-MES * 100) + WS-CAL-ULT-DIA.
           MOVE ZEROS TO WS-VTR-AUS-QTDE WS-VTR-AUSENCIAS.
           MOVE VTR-EMPRESA TO FER-EMPRESA.
           MOVE VTR-MAT TO FER-MAT.
           MOVE ZEROS TO FER-INICIO.
           MOVE 'N' TO WS-VTR-FIM-VARRE.
           START FERIAS1 KEY IS NOT LESS THAN FER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-VTR-FIM-VARRE
           END-START.
           PERFORM VT-CARREGA-FERIAS THRU VT-CARREGA-FERIAS-FIM
               UNTIL VTR-FIM-VARREDURA.
           MOVE VTR-EMPRESA TO AFA-EMPRESA.
           MOVE VTR-MAT TO AFA-MAT.
           MOVE ZEROS TO AFA-INICIO.
           MOVE 'N' TO WS-VTR-FIM-VARRE.
           START AFAST1 KEY IS NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-VTR-FIM-VARRE
           END-START.
           PERFORM VT-CARREGA-AFAST THRU VT-CARREGA-AFAST-FIM
               UNTIL VTR-FIM-VARREDURA.
           IF WS-VTR-AUS-QTDE > 0
               MOVE 1 TO WS-CAL-DIA
               PERFORM VT-CONTA-AUSENCIA THRU VT-CONTA-AUSENCIA-FIM
                   UNTIL WS-CAL-DIA > WS-CAL-ULT-DIA
           END-IF.
      *    FIM - DIAS DE AUSENCIA NO MES ANTERIOR
           IF WS-VTR-AUSENCIAS > WS-VTR-DIAS
               MOVE ZEROS TO WS-VTR-DIAS
           ELSE
               SUBTRACT WS-VTR-AUSENCIAS FROM WS-VTR-DIAS
           END-IF.
           COMPUTE WS-VTR-CUSTO = WS-VTR-DIARIO * WS-VTR-DIAS.
       VT-CUSTO-MES-FIM.

      *    GUARDA NA TABELA AS FERIAS DA MATRICULA QUE TOCAM O MES
       VT-CARREGA-FERIAS.
           READ FERIAS1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-VTR-FIM-VARRE
           END-READ.
           IF VTR-FIM-VARREDURA
               GO TO VT-CARREGA-FERIAS-FIM
           END-IF.
           IF FER-EMPRESA NOT = VTR-EMPRESA OR FER-MAT NOT = VTR-MAT
               MOVE 'S' TO WS-VTR-FIM-VARRE
               GO TO VT-CARREGA-FERIAS-FIM
           END-IF.
           MOVE FER-INICIO TO WS-VTR-PER-INI.
           MOVE FER-FIM TO WS-VTR-PER-FIM.
           PERFORM VT-GUARDA-PERIODO THRU VT-GUARDA-PERIODO-FIM.
       VT-CARREGA-FERIAS-FIM.

      *    GUARDA NA TABELA OS AFASTAMENTOS (QUALQUER MOTIVO) QUE TOCAM
      *    O MES - O ULTIMO DIA AFASTADO E A VESPERA DO RETORNO, E O
      *    AFASTAMENTO EM ABERTO VAI ATE O FIM DO MES
       VT-CARREGA-AFAST.
           READ AFAST1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-VTR-FIM-VARRE
           END-READ.
           IF VTR-FIM-VARREDURA
               GO TO VT-CARREGA-AFAST-FIM
           END-IF.
           IF AFA-EMPRESA NOT = VTR-EMPRESA OR AFA-MAT NOT = VTR-MAT
               MOVE 'S' TO WS-VTR-FIM-VARRE
               GO TO VT-CARREGA-AFAST-FIM
           END-IF.
           MOVE AFA-INICIO TO WS-VTR-PER-INI.
           EVALUATE TRUE
               WHEN AFA-RET-ANO = 0
                   MOVE WS-VTR-MES-FIM TO WS-VTR-PER-FIM
               WHEN AFA-RET-DIA > 1
                   MOVE AFA-RETORNO TO WS-VTR-PER-FIM
                   SUBTRACT 1 FROM WS-VTR-PER-FIM
      *        RETORNO NO DIA 1: A VESPERA E O FIM DO MES ANTERIOR, E
      *        O DIA 31 DELE SERVE PARA A COMPARACAO AAAAMMDD
               WHEN AFA-RET-MES = 1
                   COMPUTE WS-VTR-PER-FIM =
                       ((AFA-RET-ANO - 1) * 10000) + 1231
               WHEN OTHER
                   COMPUTE WS-VTR-PER-FIM = (AFA-RET-ANO * 10000)
                       + ((AFA-RET-MES - 1) * 100) + 31
           END-EVALUATE.
           PERFORM VT-GUARDA-PERIODO THRU VT-GUARDA-PERIODO-FIM.
       VT-CARREGA-AFAST-FIM.

       VT-GUARDA-PERIODO.
           IF WS-VTR-PER-INI > WS-VTR-MES-FIM
               OR WS-VTR-PER-FIM < WS-VTR-MES-INI
               OR WS-VTR-AUS-QTDE NOT < 20
               GO TO VT-GUARDA-PERIODO-FIM
           END-IF.
           ADD 1 TO WS-VTR-AUS-QTDE.
           MOVE WS-VTR-PER-INI TO WS-VTR-AUS-INI (WS-VTR-AUS-QTDE).
           MOVE WS-VTR-PER-FIM TO WS-VTR-AUS-FIM (WS-VTR-AUS-QTDE).
       VT-GUARDA-PERIODO-FIM.

      *    UM DIA DO MES ANTERIOR: SE ERA DIA DE TRABALHO E CAI EM
      *    ALGUM PERIODO DA TABELA, CONTA COMO AUSENCIA
       VT-CONTA-AUSENCIA.
           PERFORM CALENDARIO-DIA THRU CALENDARIO-DIA-FIM.
           IF CAL-DIA-UTIL
               OR (CAL-DIA-SABADO AND VTR-DIAS-SEMANA = 6)
               COMPUTE WS-VTR-DATA = (WS-CAL-ANO * 10000)
                   + (WS-CAL-MES * 100) + WS-CAL-DIA
               MOVE 'N' TO WS-VTR-AUSENTE
               MOVE 1 TO WS-VTR-AUS-IDX
               PERFORM VT-TESTA-AUSENCIA THRU VT-TESTA-AUSENCIA-FIM
                   UNTIL WS-VTR-AUS-IDX > WS-VTR-AUS-QTDE
                   OR VTR-AUSENTE
               IF VTR-AUSENTE
                   ADD 1 TO WS-VTR-AUSENCIAS
               END-IF
           END-IF.
           ADD 1 TO WS-CAL-DIA.
       VT-CONTA-AUSENCIA-FIM.

       VT-TESTA-AUSENCIA.
           IF WS-VTR-DATA NOT < WS-VTR-AUS-INI (WS-VTR-AUS-IDX)
               AND WS-VTR-DATA NOT > WS-VTR-AUS-FIM (WS-VTR-AUS-IDX)
               MOVE 'S' TO WS-VTR-AUSENTE
           END-IF.
           ADD 1 TO WS-VTR-AUS-IDX.
       VT-TESTA-AUSENCIA-FIM.

      *-----------------------------------------------------------------
      *    CALENDARIO DO MES WS-CAL-ANO/WS-CAL-MES - ULTIMO DIA, DIA DA
      *    SEMANA DO DIA 1 E A CONTAGEM DE DIAS UTEIS (SEGUNDA A SEXTA),
      *    SABADOS E DESCANSOS (DOMINGOS E OS FERIADOS DE FERIADO1 DA
      *    EMPRESA WS-CAL-EMPRESA) DO MES. DEPOIS DELE, CALENDARIO-DIA
      *    CLASSIFICA QUALQUER WS-CAL-DIA DO MESMO MES
      *-----------------------------------------------------------------
       CALENDARIO-MES.
           EVALUATE WS-CAL-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-CAL-ULT-DIA
               WHEN 2
                   MOVE 28 TO WS-CAL-ULT-DIA
                   COMPUTE WS-CAL-AUX = WS-CAL-ANO / 4
                   COMPUTE WS-CAL-RESTO = WS-CAL-ANO - (WS-CAL-AUX * 4)
                   IF WS-CAL-RESTO = 0
                       MOVE 29 TO WS-CAL-ULT-DIA
                       COMPUTE WS-CAL-AUX = WS-CAL-ANO / 100
                       COMPUTE WS-CAL-RESTO =
                           WS-CAL-ANO - (WS-CAL-AUX * 100)
                       IF WS-CAL-RESTO = 0
                           COMPUTE WS-CAL-AUX = WS-CAL-ANO / 400
                           COMPUTE WS-CAL-RESTO =
                               WS-CAL-ANO - (WS-CAL-AUX * 400)
                           IF WS-CAL-RESTO NOT = 0
                               MOVE 28 TO WS-CAL-ULT-DIA
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CAL-ULT-DIA
           END-EVALUATE.
      *    INICIO - DIA DA SEMANA DO DIA 1 (ZELLER: JANEIRO E FEVEREIRO
      *    CONTAM COMO MESES 13 E 14 DO ANO ANTERIOR; O RESTO 0 DA
      *    DIVISAO POR 7 E SABADO, 1 DOMINGO, 2 SEGUNDA...)
           MOVE WS-CAL-ANO TO WS-CAL-Z-ANO.
           MOVE WS-CAL-MES TO WS-CAL-Z-MES.
           IF WS-CAL-Z-MES < 3
               ADD 12 TO WS-CAL-Z-MES
               SUBTRACT 1 FROM WS-CAL-Z-ANO
           END-IF.
           COMPUTE WS-CAL-Z-J = WS-CAL-Z-ANO / 100.
           COMPUTE WS-CAL-Z-K = WS-CAL-Z-ANO - (WS-CAL-Z-J * 100).
           COMPUTE WS-CAL-Z-T1 = (13 * (WS-CAL-Z-MES + 1)) / 5.
           COMPUTE WS-CAL-Z-T2 = WS-CAL-Z-K / 4.
           COMPUTE WS-CAL-Z-T3 = WS-CAL-Z-J / 4.
           COMPUTE WS-CAL-Z-H = 1 + WS-CAL-Z-T1 + WS-CAL-Z-K
               + WS-CAL-Z-T2 + WS-CAL-Z-T3 + (5 * WS-CAL-Z-J).
           COMPUTE WS-CAL-AUX = WS-CAL-Z-H / 7.
           COMPUTE WS-CAL-DSEM1 = WS-CAL-Z-H - (WS-CAL-AUX * 7).
           IF WS-CAL-DSEM1 = 0
               MOVE 7 TO WS-CAL-DSEM1
           END-IF.
      *    FIM - DIA DA SEMANA DO DIA 1
           MOVE ZEROS TO WS-CAL-DIAS-UTEIS WS-CAL-SABADOS
               WS-CAL-DESCANSOS.
           MOVE 1 TO WS-CAL-DIA.
           PERFORM CALENDARIO-CONTA THRU CALENDARIO-CONTA-FIM
               UNTIL WS-CAL-DIA > WS-CAL-ULT-DIA.
       CALENDARIO-MES-FIM.

       CALENDARIO-CONTA.
           PERFORM CALENDARIO-DIA THRU CALENDARIO-DIA-FIM.
           EVALUATE TRUE
               WHEN CAL-DIA-UTIL
                   ADD 1 TO WS-CAL-DIAS-UTEIS
               WHEN CAL-DIA-SABADO
                   ADD 1 TO WS-CAL-SABADOS
               WHEN OTHER
                   ADD 1 TO WS-CAL-DESCANSOS
           END-EVALUATE.
           ADD 1 TO WS-CAL-DIA.
       CALENDARIO-CONTA-FIM.

      *    DIA DA SEMANA E TIPO (UTIL/SABADO/DESCANSO) DE WS-CAL-DIA,
      *    A PARTIR DO DIA DA SEMANA DO DIA 1 (WS-CAL-DSEM1). FERIADO
      *    CADASTRADO NO CALENDARIO DA EMPRESA E DESCANSO, CAIA NO DIA
      *    DA SEMANA QUE CAIR
       CALENDARIO-DIA.
           COMPUTE WS-CAL-AUX = (WS-CAL-DSEM1 + WS-CAL-DIA - 2) / 7.
           COMPUTE WS-CAL-DSEM = WS-CAL-DSEM1 + WS-CAL-DIA - 1
               - (WS-CAL-AUX * 7).
           EVALUATE WS-CAL-DSEM
               WHEN 1
                   MOVE 'D' TO WS-CAL-TIPO-DIA
               WHEN 7
                   MOVE 'S' TO WS-CAL-TIPO-DIA
               WHEN OTHER
                   MOVE 'U' TO WS-CAL-TIPO-DIA
           END-EVALUATE.
           IF NOT CAL-DIA-DESCANSO
               MOVE WS-CAL-EMPRESA TO FRD-EMPRESA
               MOVE WS-CAL-ANO TO FRD-ANO
               MOVE WS-CAL-MES TO FRD-MES
               MOVE WS-CAL-DIA TO FRD-DIA
               READ FERIADO1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'D' TO WS-CAL-TIPO-DIA
               END-READ
           END-IF.
       CALENDARIO-DIA-FIM.

      *-----------------------------------------------------------------
      *    BANCO DE HORAS - CONSULTA O SALDO DA MATRICULA E LANCA O
           IF NOT E-SIM
               GO TO BANCO-HORAS-DADOS
           END-IF.
      *    DEBITO DATADO - O PAGAMENTO FICA NA COMPETENCIA INFORMADA,
      *    A FOLGA NA COMPETENCIA CORRENTE
           MOVE WS-EMPRESA-ATUAL TO WS-BHL-EMPRESA.
           MOVE WS-BH-MAT TO WS-BHL-MAT.
           IF BH-PAGAR
               MOVE WS-REL-ANO TO WS-BHL-ANO
               MOVE WS-REL-MES TO WS-BHL-MES
               MOVE 'P' TO WS-BHL-ORIGEM
           ELSE
               ACCEPT WS-BHL-HOJE FROM DATE YYYYMMDD
               MOVE WS-BHL-HOJE-ANO TO WS-BHL-ANO
               MOVE WS-BHL-HOJE-MES TO WS-BHL-MES
               MOVE 'F' TO WS-BHL-ORIGEM
           END-IF.
           MOVE WS-BH-HORAS TO WS-BHL-HORAS.
           MOVE MAE-SALDO-HORAS TO WS-BHL-SALDO-MAE.
           PERFORM BHL-DEBITA THRU BHL-DEBITA-FIM.
           SUBTRACT WS-BH-HORAS FROM MAE-SALDO-HORAS.
           PERFORM JRN-ANTES-MASTER THRU JRN-ANTES-MASTER-FIM.
           REWRITE MAE-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-MASTER THRU JRN-ALTERA-MASTER-FIM
           END-REWRITE.
           PERFORM BANCO-GRAVA THRU BANCO-GRAVA-FIM.
           MOVE "ACERTO DO BANCO DE HORAS GRAVADO" TO WS-MSGERRO.
           CLOSE BANCO1.
       BANCO-GRAVA-FIM.

      *    COMPETENCIA DA FOLHA CORRENTE PARA OS LANCAMENTOS DATADOS
       BHL-DA-FOLHA.
           MOVE FS-EMPRESA TO WS-BHL-EMPRESA.
           MOVE FS-MAT TO WS-BHL-MAT.
           MOVE FS-REF-ANO TO WS-BHL-ANO.
           MOVE FS-REF-MES TO WS-BHL-MES.
       BHL-DA-FOLHA-FIM.

       BHL-CHAVE-CREDITO.
           MOVE WS-BHL-EMPRESA TO BHL-EMPRESA.
           MOVE WS-BHL-MAT TO BHL-MAT.
           MOVE WS-BHL-ANO TO BHL-ANO.
           MOVE WS-BHL-MES TO BHL-MES.
           MOVE ZEROS TO BHL-SEQ.
       BHL-CHAVE-CREDITO-FIM.

      *    SOMA WS-BHL-HORAS AO CREDITO DA COMPETENCIA, CRIANDO-O NA
      *    PRIMEIRA VEZ
       BHL-CREDITA.
           PERFORM BHL-CHAVE-CREDITO THRU BHL-CHAVE-CREDITO-FIM.
           READ BHLANC1
               INVALID KEY
                   PERFORM BHL-CHAVE-CREDITO THRU
                       BHL-CHAVE-CREDITO-FIM
                   MOVE 'C' TO BHL-TIPO
                   MOVE WS-BHL-ORIGEM TO BHL-ORIGEM
                   ACCEPT BHL-DATA FROM DATE YYYYMMDD
                   MOVE WS-BHL-HORAS TO BHL-HORAS
                   MOVE WS-BHL-HORAS TO BHL-SALDO
                   WRITE BHL-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM JRN-INCLUI-BANCO THRU
                               JRN-INCLUI-BANCO-FIM
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-BHL-HORAS TO BHL-HORAS
                   ADD WS-BHL-HORAS TO BHL-SALDO
                   PERFORM JRN-ANTES-BANCO THRU JRN-ANTES-BANCO-FIM
                   REWRITE BHL-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM JRN-ALTERA-BANCO THRU
                               JRN-ALTERA-BANCO-FIM
                   END-REWRITE
           END-READ.
       BHL-CREDITA-FIM.

      *    TIRA WS-BHL-HORAS DO CREDITO DA COMPETENCIA (FOLHA CORRIGIDA
      *    OU EXCLUIDA), COM TRAVA NO ZERO COMO O SALDO DO MASTER
       BHL-ESTORNA.
           PERFORM BHL-CHAVE-CREDITO THRU BHL-CHAVE-CREDITO-FIM.
           READ BHLANC1
               INVALID KEY
                   GO TO BHL-ESTORNA-FIM
           END-READ.
           IF WS-BHL-HORAS > BHL-HORAS
               MOVE ZEROS TO BHL-HORAS
           ELSE
               SUBTRACT WS-BHL-HORAS FROM BHL-HORAS
           END-IF.
           IF WS-BHL-HORAS > BHL-SALDO
               MOVE ZEROS TO BHL-SALDO
           ELSE
               SUBTRACT WS-BHL-HORAS FROM BHL-SALDO
           END-IF.
           PERFORM JRN-ANTES-BANCO THRU JRN-ANTES-BANCO-FIM.
           REWRITE BHL-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-BANCO THRU JRN-ALTERA-BANCO-FIM
           END-REWRITE.
       BHL-ESTORNA-FIM.

      *    DEBITO DE WS-BHL-HORAS (FOLGA OU PAGAMENTO) NA COMPETENCIA
      *    WS-BHL-ANO/MES. WS-BHL-SALDO-MAE E O SALDO DO MASTER ANTES
      *    DO DEBITO: A PARTE DELE SEM CREDITO DATADO SAI PRIMEIRO, O
      *    RESTO BAIXA OS CREDITOS DO MAIS ANTIGO PARA O MAIS NOVO
       BHL-DEBITA.
           PERFORM BHL-SOMA-CREDITOS THRU BHL-SOMA-CREDITOS-FIM.
           MOVE ZEROS TO WS-BHL-LEGADO.
           IF WS-BHL-SALDO-MAE > WS-BHL-SOMA
               COMPUTE WS-BHL-LEGADO = WS-BHL-SALDO-MAE - WS-BHL-SOMA
           END-IF.
           MOVE ZEROS TO WS-BHL-CONSUMIR.
           IF WS-BHL-HORAS > WS-BHL-LEGADO
               COMPUTE WS-BHL-CONSUMIR = WS-BHL-HORAS - WS-BHL-LEGADO
           END-IF.
           IF WS-BHL-CONSUMIR > 0
               PERFORM BHL-POSICIONA THRU BHL-POSICIONA-FIM
               PERFORM BHL-CONSOME THRU BHL-CONSOME-FIM
                   UNTIL BHL-FIM
           END-IF.
           MOVE 'D' TO WS-BHL-TIPO.
           PERFORM BHL-GRAVA-MOV THRU BHL-GRAVA-MOV-FIM.
       BHL-DEBITA-FIM.

      *    POSICIONA NO PRIMEIRO LANCAMENTO DA MATRICULA
       BHL-POSICIONA.
           MOVE WS-BHL-EMPRESA TO BHL-EMPRESA.
           MOVE WS-BHL-MAT TO BHL-MAT.
           MOVE ZEROS TO BHL-ANO BHL-MES BHL-SEQ.
           MOVE 'N' TO WS-BHL-FIM.
           START BHLANC1 KEY IS NOT LESS THAN BHL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-BHL-FIM
           END-START.
       BHL-POSICIONA-FIM.

      *    SALDO AINDA NAO COMPENSADO DOS CREDITOS DATADOS
       BHL-SOMA-CREDITOS.
           MOVE ZEROS TO WS-BHL-SOMA.
           PERFORM BHL-POSICIONA THRU BHL-POSICIONA-FIM.
           PERFORM BHL-SOMA-LE THRU BHL-SOMA-LE-FIM
               UNTIL BHL-FIM.
       BHL-SOMA-CREDITOS-FIM.

       BHL-SOMA-LE.
           READ BHLANC1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-BHL-FIM
           END-READ.
           IF BHL-FIM
               GO TO BHL-SOMA-LE-FIM
           END-IF.
           IF BHL-EMPRESA NOT = WS-BHL-EMPRESA
               OR BHL-MAT NOT = WS-BHL-MAT
               MOVE 'S' TO WS-BHL-FIM
               GO TO BHL-SOMA-LE-FIM
           END-IF.
           IF BHL-CREDITO
               ADD BHL-SALDO TO WS-BHL-SOMA
           END-IF.
       BHL-SOMA-LE-FIM.

       BHL-CONSOME.
           IF WS-BHL-CONSUMIR = 0
               MOVE 'S' TO WS-BHL-FIM
               GO TO BHL-CONSOME-FIM
           END-IF.
           READ BHLANC1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-BHL-FIM
           END-READ.
           IF BHL-FIM
               GO TO BHL-CONSOME-FIM
           END-IF.
           IF BHL-EMPRESA NOT = WS-BHL-EMPRESA
               OR BHL-MAT NOT = WS-BHL-MAT
               MOVE 'S' TO WS-BHL-FIM
               GO TO BHL-CONSOME-FIM
           END-IF.
           IF NOT BHL-CREDITO OR BHL-SALDO = 0
               GO TO BHL-CONSOME-FIM
           END-IF.
           IF BHL-SALDO > WS-BHL-CONSUMIR
               SUBTRACT WS-BHL-CONSUMIR FROM BHL-SALDO
               MOVE ZEROS TO WS-BHL-CONSUMIR
           ELSE
               SUBTRACT BHL-SALDO FROM WS-BHL-CONSUMIR
               MOVE ZEROS TO BHL-SALDO
           END-IF.
           PERFORM JRN-ANTES-BANCO THRU JRN-ANTES-BANCO-FIM.
           REWRITE BHL-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-BANCO THRU JRN-ALTERA-BANCO-FIM
           END-REWRITE.
       BHL-CONSOME-FIM.

      *    GRAVA UM DEBITO OU VENCIMENTO (WS-BHL-TIPO/ORIGEM/HORAS) NA
      *    PROXIMA SEQUENCIA DA COMPETENCIA WS-BHL-ANO/MES
       BHL-GRAVA-MOV.
           MOVE ZEROS TO WS-BHL-SEQ.
           MOVE WS-BHL-EMPRESA TO BHL-EMPRESA.
           MOVE WS-BHL-MAT TO BHL-MAT.
           MOVE WS-BHL-ANO TO BHL-ANO.
           MOVE WS-BHL-MES TO BHL-MES.
           MOVE 1 TO BHL-SEQ.
           MOVE 'N' TO WS-BHL-FIM.
           START BHLANC1 KEY IS NOT LESS THAN BHL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-BHL-FIM
           END-START.
           PERFORM BHL-ULTIMA-SEQ THRU BHL-ULTIMA-SEQ-FIM
               UNTIL BHL-FIM.
           ADD 1 TO WS-BHL-SEQ.
           MOVE WS-BHL-EMPRESA TO BHL-EMPRESA.
           MOVE WS-BHL-MAT TO BHL-MAT.
           MOVE WS-BHL-ANO TO BHL-ANO.
           MOVE WS-BHL-MES TO BHL-MES.
           MOVE WS-BHL-SEQ TO BHL-SEQ.
           MOVE WS-BHL-TIPO TO BHL-TIPO.
           MOVE WS-BHL-ORIGEM TO BHL-ORIGEM.
           ACCEPT BHL-DATA FROM DATE YYYYMMDD.
           MOVE WS-BHL-HORAS TO BHL-HORAS.
           MOVE ZEROS TO BHL-SALDO.
           WRITE BHL-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-INCLUI-BANCO THRU JRN-INCLUI-BANCO-FIM
           END-WRITE.
       BHL-GRAVA-MOV-FIM.

       BHL-ULTIMA-SEQ.
           READ BHLANC1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-BHL-FIM
           END-READ.
           IF BHL-FIM
               GO TO BHL-ULTIMA-SEQ-FIM
           END-IF.
           IF BHL-EMPRESA NOT = WS-BHL-EMPRESA
               OR BHL-MAT NOT = WS-BHL-MAT
               OR BHL-ANO NOT = WS-BHL-ANO
               OR BHL-MES NOT = WS-BHL-MES
               MOVE 'S' TO WS-BHL-FIM
               GO TO BHL-ULTIMA-SEQ-FIM
           END-IF.
           MOVE BHL-SEQ TO WS-BHL-SEQ.
       BHL-ULTIMA-SEQ-FIM.

       BANCO-DATADO.
           MOVE 'FOLHA DE PAGAMENTO - BANCO DE HORAS' TO WS-MSG.
           MOVE SPACES TO WS-BHV-TIPO.
           DISPLAY SS-TELA-BHV-TIPO.
           ACCEPT SS-TELA-BHV-TIPO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO BANCO-DATADO-FIM
           END-IF.
           EVALUATE TRUE
               WHEN BHV-TIPO-VENCIMENTO
                   PERFORM BHV-VENCE THRU BHV-VENCE-FIM
               WHEN BHV-TIPO-EXTRATO
                   PERFORM BHX-EXTRATO THRU BHX-EXTRATO-FIM
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE.
           GO TO BANCO-DATADO.
       BANCO-DATADO-FIM.

      *    VENCIMENTO DA COMPETENCIA - PARA CADA EMPREGADO ATIVO DA
      *    EMPRESA, OS CREDITOS COM SEIS MESES OU MAIS QUE AINDA TEM
      *    SALDO SAO LISTADOS, PAGOS NA FOLHA DA COMPETENCIA E BAIXADOS
      *    DO SALDO
       BHV-VENCE.
           MOVE ZEROS TO WS-REL-MES WS-REL-ANO.
           DISPLAY SS-TELA-MESANO.
           ACCEPT SS-TELA-MESANO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO BHV-VENCE-FIM
           END-IF.
           IF WS-REL-MES < 1 OR WS-REL-MES > 12
               OR WS-REL-ANO < 1959
               MOVE "REFERENCIA INVALIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO BHV-VENCE
           END-IF.
           MOVE 'N' TO WS-ERRO.
           MOVE "CONFIRMA O VENCIMENTO (S/N)?" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF NOT E-SIM
               GO TO BHV-VENCE-FIM
           END-IF.
           COMPUTE WS-BHV-LIMITE = (WS-REL-ANO * 12) + WS-REL-MES - 6.
           MOVE ZEROS TO WS-BHV-QTDE WS-BHV-PEND.
           MOVE ZEROS TO WS-BHV-TOT-HORAS WS-BHV-TOT-VALOR.
           OPEN OUTPUT BHVENC1.
           MOVE WS-EMPRESA-ATUAL TO BHV-CAB-EMPRESA.
           MOVE WS-REL-MES TO BHV-CAB-MES.
           MOVE WS-REL-ANO TO BHV-CAB-ANO.
           WRITE BHV-LINHA FROM WS-BHV-CAB.
           WRITE BHV-LINHA FROM WS-BHV-CAB2.
           MOVE WS-EMPRESA-ATUAL TO MAE-EMPRESA.
           MOVE ZEROS TO MAE-MAT.
           MOVE 'N' TO WS-FIM-ARQ.
           START FUNCIONARIOS KEY IS NOT LESS THAN MAE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQ
           END-START.
           PERFORM BHV-FUNC THRU BHV-FUNC-FIM
               UNTIL FIM-ARQ.
           MOVE SPACES TO BHV-LINHA.
           WRITE BHV-LINHA.
           MOVE WS-BHV-QTDE TO BHV-ROD-QTDE.
           MOVE WS-BHV-TOT-HORAS TO BHV-ROD-HORAS.
           MOVE WS-BHV-TOT-VALOR TO BHV-ROD-VALOR.
           MOVE WS-BHV-PEND TO BHV-ROD-PEND.
           WRITE BHV-LINHA FROM WS-BHV-ROD.
           CLOSE BHVENC1.
           MOVE "VENCIMENTO DO BANCO CONCLUIDO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF WS-BHV-PEND > 0
               MOVE "AVISO: HA EMPREGADO(S) SEM FOLHA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
       BHV-VENCE-FIM.

      *    DESLIGADO (INCLUSIVE O QUE SAIU POR TRANSFERENCIA - OS
      *    CREDITOS FORAM PARA A MATRICULA NOVA) FICA FORA
       BHV-FUNC.
           READ FUNCIONARIOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
           END-READ.
           IF FIM-ARQ
               GO TO BHV-FUNC-FIM
           END-IF.
           IF MAE-EMPRESA NOT = WS-EMPRESA-ATUAL
               MOVE 'S' TO WS-FIM-ARQ
               GO TO BHV-FUNC-FIM
           END-IF.
           IF MAE-DESL-ANO > 0
               GO TO BHV-FUNC-FIM
           END-IF.
           MOVE MAE-EMPRESA TO WS-BHL-EMPRESA.
           MOVE MAE-MAT TO WS-BHL-MAT.
           MOVE 'N' TO WS-BHV-GRAVA.
           PERFORM BHV-CREDITOS THRU BHV-CREDITOS-FIM.
           IF WS-BHV-HORAS = 0
               GO TO BHV-FUNC-FIM
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO FS-EMPRESA.
           MOVE MAE-MAT TO FS-MAT.
           MOVE WS-REL-MES TO FS-REF-MES.
           MOVE WS-REL-ANO TO FS-REF-ANO.
           READ FOLHA1
               INVALID KEY
                   MOVE MAE-MAT TO BHV-PEN-MAT
                   MOVE MAE-NOME TO BHV-PEN-NOME
                   MOVE WS-BHV-HORAS TO BHV-PEN-HORAS
                   WRITE BHV-LINHA FROM WS-BHV-PENDENTE
                   ADD 1 TO WS-BHV-PEND
                   GO TO BHV-FUNC-FIM
           END-READ.
           MOVE 'S' TO WS-BHV-GRAVA.
           PERFORM BHV-CREDITOS THRU BHV-CREDITOS-FIM.
      *    HORAS VENCIDAS ENTRAM NA FOLHA DA COMPETENCIA - SOMADAS AO
      *    QUE JA HOUVER, E O VALOR E A DIFERENCA DO RECALCULO
           MOVE FS-SALBA TO WS-LOG-SALBA-ANT.
           MOVE FS-SALIQ TO WS-LOG-SALIQ-ANT.
           MOVE FS-TOTAL-HE-VENC TO WS-BHV-VALOR.
           ADD WS-BHV-HORAS TO FS-HE-VENC.
           PERFORM CALCULA-FOLHA THRU CALCULA-FOLHA-FIM.
           COMPUTE WS-BHV-VALOR = FS-TOTAL-HE-VENC - WS-BHV-VALOR.
           PERFORM JRN-ANTES-FOLHA THRU JRN-ANTES-FOLHA-FIM.
           REWRITE FS-COLABORADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JRN-ALTERA-FOLHA THRU JRN-ALTERA-FOLHA-FIM
           END-REWRITE.
           MOVE FS-SALBA TO WS-LOG-SALBA-NOVO.
           MOVE FS-SALIQ TO WS-LOG-SALIQ-NOVO.
           MOVE "VENCBANCO" TO WS-LOG-OPERACAO.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *    CALCULA-FOLHA RELE O MASTER; RELER PELA CHAVE TAMBEM DEIXA A
      *    LEITURA SEQUENCIAL POSICIONADA NELE PARA O PROXIMO READ NEXT
           MOVE WS-BHL-EMPRESA TO MAE-EMPRESA.
           MOVE WS-BHL-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-BHV-HORAS > MAE-SALDO-HORAS
                       MOVE ZEROS TO MAE-SALDO-HORAS
                   ELSE
                       SUBTRACT WS-BHV-HORAS FROM MAE-SALDO-HORAS
                   END-IF
                   PERFORM JRN-ANTES-MASTER THRU JRN-ANTES-MASTER-FIM
                   REWRITE MAE-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM JRN-ALTERA-MASTER THRU
                               JRN-ALTERA-MASTER-FIM
                   END-REWRITE
           END-READ.
           MOVE WS-REL-ANO TO WS-BHL-ANO.
           MOVE WS-REL-MES TO WS-BHL-MES.
           MOVE WS-BHV-HORAS TO WS-BHL-HORAS.
           MOVE 'V' TO WS-BHL-TIPO.
           MOVE 'L' TO WS-BHL-ORIGEM.
           PERFORM BHL-GRAVA-MOV THRU BHL-GRAVA-MOV-FIM.
           MOVE WS-BHV-HORAS TO BHV-TOT-HORAS.
           MOVE WS-BHV-VALOR TO BHV-TOT-VALOR.
           WRITE BHV-LINHA FROM WS-BHV-TOT.
           ADD 1 TO WS-BHV-QTDE.
           ADD WS-BHV-HORAS TO WS-BHV-TOT-HORAS.
           ADD WS-BHV-VALOR TO WS-BHV-TOT-VALOR.
       BHV-FUNC-FIM.

      *    SOMA EM WS-BHV-HORAS O SALDO DOS CREDITOS VENCIDOS DA
      *    MATRICULA; COM BHV-GRAVA LISTA CADA UM E ZERA O SALDO DELE
       BHV-CREDITOS.
           MOVE ZEROS TO WS-BHV-HORAS.
           PERFORM BHL-POSICIONA THRU BHL-POSICIONA-FIM.
           PERFORM BHV-CREDITO THRU BHV-CREDITO-FIM
               UNTIL BHL-FIM.
       BHV-CREDITOS-FIM.

       BHV-CREDITO.
           READ BHLANC1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-BHL-FIM
           END-READ.
           IF BHL-FIM
               GO TO BHV-CREDITO-FIM
           END-IF.
           IF BHL-EMPRESA NOT = WS-BHL-EMPRESA
               OR BHL-MAT NOT = WS-BHL-MAT
               MOVE 'S' TO WS-BHL-FIM
               GO TO BHV-CREDITO-FIM
           END-IF.
           COMPUTE WS-BHV-IDX = (BHL-ANO * 12) + BHL-MES.
           IF WS-BHV-IDX > WS-BHV-LIMITE
               MOVE 'S' TO WS-BHL-FIM
               GO TO BHV-CREDITO-FIM
           END-IF.
           IF NOT BHL-CREDITO OR BHL-SALDO = 0
               GO TO BHV-CREDITO-FIM
           END-IF.
           ADD BHL-SALDO TO WS-BHV-HORAS.
           IF BHV-GRAVA
               MOVE MAE-MAT TO BHV-DET-MAT
               MOVE MAE-NOME TO BHV-DET-NOME
               MOVE BHL-MES TO BHV-DET-MES
               MOVE BHL-ANO TO BHV-DET-ANO
               MOVE BHL-SALDO TO BHV-DET-HORAS
               WRITE BHV-LINHA FROM WS-BHV-DET
               MOVE ZEROS TO BHL-SALDO
               PERFORM JRN-ANTES-BANCO THRU JRN-ANTES-BANCO-FIM
               REWRITE BHL-REGISTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM JRN-ALTERA-BANCO THRU
                           JRN-ALTERA-BANCO-FIM
               END-REWRITE
           END-IF.
       BHV-CREDITO-FIM.

      *    EXTRATO DA MATRICULA NO PERIODO - SALDO INICIAL, CREDITOS,
      *    DEBITOS, VENCIMENTOS E SALDO FINAL
       BHX-EXTRATO.
           MOVE ZEROS TO WS-BH-MAT WS-BHX-MES-INI WS-BHX-ANO-INI.
           MOVE ZEROS TO WS-BHX-MES-FIM WS-BHX-ANO-FIM.
           DISPLAY SS-TELA-BHX.
           ACCEPT SS-TELA-BHX.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO BHX-EXTRATO-FIM
           END-IF.
           MOVE WS-EMPRESA-ATUAL TO MAE-EMPRESA.
           MOVE WS-BH-MAT TO MAE-MAT.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE "MATRICULA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO BHX-EXTRATO
           END-READ.
           COMPUTE WS-BHX-INI = (WS-BHX-ANO-INI * 12) + WS-BHX-MES-INI.
           COMPUTE WS-BHX-FIM = (WS-BHX-ANO-FIM * 12) + WS-BHX-MES-FIM.
           IF WS-BHX-MES-INI < 1 OR WS-BHX-MES-INI > 12
               OR WS-BHX-MES-FIM < 1 OR WS-BHX-MES-FIM > 12
               OR WS-BHX-ANO-INI < 1959 OR WS-BHX-INI > WS-BHX-FIM
               MOVE "PERIODO INVALIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO BHX-EXTRATO
           END-IF.
           MOVE ZEROS TO WS-BHX-ABERTURA WS-BHX-CREDITOS.
           MOVE ZEROS TO WS-BHX-DEBITOS WS-BHX-VENCIDOS.
           OPEN OUTPUT BHEXT1.
           MOVE MAE-MAT TO BHX-CAB-MAT.
           MOVE MAE-NOME TO BHX-CAB-NOME.
           WRITE BHX-LINHA FROM WS-BHX-CAB.
           MOVE WS-BHX-MES-INI TO BHX-CAB-MES-INI.
           MOVE WS-BHX-ANO-INI TO BHX-CAB-ANO-INI.
           MOVE WS-BHX-MES-FIM TO BHX-CAB-MES-FIM.
           MOVE WS-BHX-ANO-FIM TO BHX-CAB-ANO-FIM.
           WRITE BHX-LINHA FROM WS-BHX-CAB2.
           WRITE BHX-LINHA FROM WS-BHX-CAB3.
           MOVE MAE-EMPRESA TO WS-BHL-EMPRESA.
           MOVE MAE-MAT TO WS-BHL-MAT.
           PERFORM BHL-POSICIONA THRU BHL-POSICIONA-FIM.
           PERFORM BHX-LANC THRU BHX-LANC-FIM
               UNTIL BHL-FIM.
           COMPUTE WS-BHX-FECHAMENTO = WS-BHX-ABERTURA
               + WS-BHX-CREDITOS - WS-BHX-DEBITOS - WS-BHX-VENCIDOS.
           MOVE SPACES TO BHX-LINHA.
           WRITE BHX-LINHA.
           MOVE 'SALDO INICIAL' TO BHX-RES-DESC.
           MOVE WS-BHX-ABERTURA TO BHX-RES-HORAS.
           WRITE BHX-LINHA FROM WS-BHX-RES.
           MOVE '(+) CREDITOS' TO BHX-RES-DESC.
           MOVE WS-BHX-CREDITOS TO BHX-RES-HORAS.
           WRITE BHX-LINHA FROM WS-BHX-RES.
           MOVE '(-) DEBITOS' TO BHX-RES-DESC.
           MOVE WS-BHX-DEBITOS TO BHX-RES-HORAS.
           WRITE BHX-LINHA FROM WS-BHX-RES.
           MOVE '(-) VENCIMENTOS' TO BHX-RES-DESC.
           MOVE WS-BHX-VENCIDOS TO BHX-RES-HORAS.
           WRITE BHX-LINHA FROM WS-BHX-RES.
           MOVE 'SALDO FINAL' TO BHX-RES-DESC.
           MOVE WS-BHX-FECHAMENTO TO BHX-RES-HORAS.
           WRITE BHX-LINHA FROM WS-BHX-RES.
           MOVE 'SALDO ATUAL NO CADASTRO' TO BHX-RES-DESC.
           MOVE MAE-SALDO-HORAS TO BHX-RES-HORAS.
           WRITE BHX-LINHA FROM WS-BHX-RES.
           MOVE SPACES TO BHX-LINHA.
           WRITE BHX-LINHA.
           CLOSE BHEXT1.
           MOVE "EXTRATO DO BANCO GERADO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TO BHX-EXTRATO.
       BHX-EXTRATO-FIM.

      *    LANCAMENTO ANTES DO PERIODO SO ENTRA NO SALDO INICIAL; O DO
      *    PERIODO E LISTADO; O CREDITO CONTA PELAS HORAS CREDITADAS
       BHX-LANC.
           READ BHLANC1 NEXT RECORD
               AT END
                   MOVE 'S' TO WS-BHL-FIM
           END-READ.
           IF BHL-FIM
               GO TO BHX-LANC-FIM
           END-IF.
           IF BHL-EMPRESA NOT = WS-BHL-EMPRESA
               OR BHL-MAT NOT = WS-BHL-MAT
               MOVE 'S' TO WS-BHL-FIM
               GO TO BHX-LANC-FIM
           END-IF.
           COMPUTE WS-BHV-IDX = (BHL-ANO * 12) + BHL-MES.
           IF WS-BHV-IDX > WS-BHX-FIM
               MOVE 'S' TO WS-BHL-FIM
               GO TO BHX-LANC-FIM
           END-IF.
           IF WS-BHV-IDX < WS-BHX-INI
               IF BHL-CREDITO
                   ADD BHL-HORAS TO WS-BHX-ABERTURA
               ELSE
                   SUBTRACT BHL-HORAS FROM WS-BHX-ABERTURA
               END-IF
               GO TO BHX-LANC-FIM
           END-IF.
           EVALUATE TRUE
               WHEN BHL-CREDITO AND BHL-ORIG-TRANSF
                   MOVE 'CREDITO - TRANSFERENCIA' TO BHX-DET-DESC
                   MOVE '+' TO BHX-DET-SINAL
                   ADD BHL-HORAS TO WS-BHX-CREDITOS
               WHEN BHL-CREDITO
                   MOVE 'CREDITO - HORA EXTRA DA FOLHA' TO BHX-DET-DESC
                   MOVE '+' TO BHX-DET-SINAL
                   ADD BHL-HORAS TO WS-BHX-CREDITOS
               WHEN BHL-DEBITO AND BHL-ORIG-FOLGA
                   MOVE 'DEBITO - FOLGA' TO BHX-DET-DESC
                   MOVE '-' TO BHX-DET-SINAL
                   ADD BHL-HORAS TO WS-BHX-DEBITOS
               WHEN BHL-DEBITO AND BHL-ORIG-PAGTO
                   MOVE 'DEBITO - PAGAMENTO' TO BHX-DET-DESC
                   MOVE '-' TO BHX-DET-SINAL
                   ADD BHL-HORAS TO WS-BHX-DEBITOS
               WHEN BHL-DEBITO
                   MOVE 'DEBITO - TRANSFERENCIA' TO BHX-DET-DESC
                   MOVE '-' TO BHX-DET-SINAL
                   ADD BHL-HORAS TO WS-BHX-DEBITOS
               WHEN OTHER
                   MOVE 'VENCIDO - PAGO NA FOLHA' TO BHX-DET-DESC
                   MOVE '-' TO BHX-DET-SINAL
                   ADD BHL-HORAS TO WS-BHX-VENCIDOS
           END-EVALUATE.
           MOVE BHL-MES TO BHX-DET-MES.
           MOVE BHL-ANO TO BHX-DET-ANO.
           MOVE BHL-DATA-DIA TO BHX-DET-DIA.
           MOVE BHL-DATA-MES TO BHX-DET-DMES.
           MOVE BHL-DATA-ANO TO BHX-DET-DANO.
           MOVE BHL-HORAS TO BHX-DET-HORAS.
           WRITE BHX-LINHA FROM WS-BHX-DET.
       BHX-LANC-FIM.

       LE-CLIENTE.
           DISPLAY SS-TELA-FOLHA.
           ACCEPT SS-CHAVE.
               CLOSE PENSAO1
               OPEN I-O PENSAO1
           END-IF.
           OPEN I-O CONSIG1
           IF CON-NAO-EXISTE THEN
               OPEN OUTPUT CONSIG1
               CLOSE CONSIG1
               OPEN I-O CONSIG1
           END-IF.
           OPEN I-O VTRANS1
           IF VTR-NAO-EXISTE THEN
               OPEN OUTPUT VTRANS1
               CLOSE VTRANS1
               OPEN I-O VTRANS1
           END-IF.
           OPEN I-O FERIADO1
           IF FRD-NAO-EXISTE THEN
               OPEN OUTPUT FERIADO1
               CLOSE FERIADO1
               OPEN I-O FERIADO1
           END-IF.
           OPEN I-O CARGOS1
           IF CRG-NAO-EXISTE THEN
               OPEN OUTPUT CARGOS1
               CLOSE CARGOS1
               OPEN I-O CARGOS1
           END-IF.
           OPEN I-O HISTSAL1
           IF HSA-NAO-EXISTE THEN
               OPEN OUTPUT HISTSAL1
               CLOSE HISTSAL1
               OPEN I-O HISTSAL1
           END-IF.
           OPEN I-O JORNAL1
           IF JRN-NAO-EXISTE THEN
               OPEN OUTPUT JORNAL1
               CLOSE JORNAL1
               OPEN I-O JORNAL1
           END-IF.
           PERFORM JRN-ULTIMO THRU JRN-ULTIMO-FIM.
           OPEN I-O FOLHAHIST1
           IF FH-NAO-EXISTE THEN
               OPEN OUTPUT FOLHAHIST1
               CLOSE FOLHAHIST1
               OPEN I-O FOLHAHIST1
           END-IF.
           OPEN I-O TABPLR1
           IF TPL-NAO-EXISTE THEN
               OPEN OUTPUT TABPLR1
               CLOSE TABPLR1
               OPEN I-O TABPLR1
           END-IF.
           OPEN I-O PLR1
           IF PLR-NAO-EXISTE THEN
               OPEN OUTPUT PLR1
               CLOSE PLR1
               OPEN I-O PLR1
           END-IF.
           OPEN I-O BHLANC1
           IF BHL-NAO-EXISTE THEN
               OPEN OUTPUT BHLANC1
               CLOSE BHLANC1
               OPEN I-O BHLANC1
           END-IF.


           MOSTRA-ERRO.

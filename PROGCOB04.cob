      *            ENSAIO FORAM UNIFORMIZADOS NA REGRA NOME REAL
      *            MAIS 'S' (GLEXTRACTS, AUDITTRLS, SYSEXCEPS),
      *            QUE E O QUE O OPERADOR DIGITA NO PROGCOB76
      * ALTERADO = 15/10/2026 - DEPENDENTES NA FOLHA: O CADASTRO DE
      *            DEPENDENTES (DEPMAST, COPYBOOK DEPENDNT, MANTIDO
      *            PELO PROGCOB85) E RESUMIDO POR MATRICULA NA
      *            ABERTURA. CADA DEPENDENTE DE IR ABATE A DEDUCAO
      *            DO DEPPARM DA BASE DO IRRF (SALARIO - INSS -
      *            DEDUCAO, NUNCA NEGATIVA), E CADA FILHO MARCADO
      *            ABAIXO DA IDADE LIMITE PAGA UMA COTA DE
      *            SALARIO-FAMILIA A QUEM TEM REMUNERACAO ATE O
      *            TETO DO DEPPARM (RATEADA NO MES DE ADMISSAO OU
      *            DESLIGAMENTO). O SALARIO-FAMILIA NAO E
      *            REMUNERACAO: NAO ENTRA NO BRUTO NEM NO
      *            INSS/IRRF, SOMA AO LIQUIDO E E COMPENSADO NO
      *            INSS A RECOLHER, QUE SAI NO GL-EXTRACT LIQUIDO
      *            DA COMPENSACAO (ASSIM O PROGCOB24 CONTINUA
      *            FECHANDO DEBITO = CREDITO = FOLHA BRUTA). AS
      *            DUAS COISAS SAEM NO HOLERITE E NO PAYHIST (DOIS
      *            CAMPOS NOVOS NO FIM DO REGISTRO). SEM O DEPMAST
      *            OU SEM O DEPPARM, A FOLHA SEGUE COMO ANTES
      * ALTERADO = 15/10/2026 - VALE-TRANSPORTE: O ARQUIVO DE OPCAO
      *            VTOPCAO (MATRICULA, TARIFA DIARIA, DIAS DE
      *            TRABALHO NO MES E MARCA DE DESISTENCIA) E
      *            CARREGADO NA ABERTURA. O CREDITO DO MES (TARIFA
      *            X DIAS) E DESCONTADO ATE 6% DO SALARIO BASE,
      *            LIMITADO AO LIQUIDO DISPONIVEL, E ITEMIZADO NO
      *            HOLERITE; O RESTO E CUSTO DA EMPRESA. O PEDIDO
      *            DE COMPRA PARA A OPERADORA SAI NO VTCOMPRA NO
      *            MESMO PADRAO HEADER/DETALHE/TRAILER DO BANKREM.
      *            NO GL-EXTRACT, O DESCONTO VIRA LINHA DE TOTAL
      *            PROPRIA (EVENTO 'VTDESCONTO', CREDITO COMO O
      *            VALE) E A PARTE DA EMPRESA SAI COM ROTULO
      *            PROPRIO NA CONTA DO EVENTO 'VTEMPRESA', FORA DO
      *            BALANCO DA FOLHA COMO O FGTS
      * ALTERADO = 15/10/2026 - DIFERENCA DE DISSIDIO: O DISSDIF
      *            GRAVADO PELO PROGCOB86 (COPYBOOK DISSIDIO) E
      *            CARREGADO NA ABERTURA, SO COM OS REGISTROS DA
      *            COMPETENCIA DA FOLHA. A DIFERENCA ENTRA NO BRUTO
      *            COMO VERBA PROPRIA, ITEMIZADA NO HOLERITE, E SO
      *            E PAGA SE O EMPMAST JA ESTIVER COM O SALARIO NOVO
      *            (AUMENTO APROVADO NO PROGCOB52) - SENAO FICA
      *            RETIDA NO SYSEXCEP. O INSS E O IRRF DO MES SAO
      *            CALCULADOS SEM A DIFERENCA, E O INSS E O IRRF DA
      *            DIFERENCA, JA APURADOS COMPETENCIA A COMPETENCIA
      *            PELO PROGCOB86, SOMAM AOS RETIDOS; O DECIMO E O
      *            SALARIO-FAMILIA TAMBEM OLHAM SO A REMUNERACAO DO
      *            MES. O FGTS SAI SOBRE O BRUTO COM A DIFERENCA
      * ALTERADO = 15/10/2026 - O PAYHIST GANHOU A PLR E O IRRF
      *            EXCLUSIVO DA PLR NO FIM DO REGISTRO (GRAVADOS EM
      *            LINHA PROPRIA PELO PROGCOB89); A LINHA MENSAL DA
      *            FOLHA SAI COM OS DOIS CAMPOS ZERADOS
      * ALTERADO = 15/10/2026 - O OVERTIME PASSOU A SER GERADO PELA
      *            APURACAO DO PONTO (PROGCOB92) E GANHOU O TIPO 000:
      *            HORAS DE ATRASO E FALTA A DESCONTAR, VALORADAS PELA
      *            MESMA HORA DAS EXTRAS (SALARIO / 220) E ABATIDAS DA
      *            REMUNERACAO DO MES (LIMITADAS AO SALARIO BASE),
      *            ITEMIZADAS NO PAYSTUB; O TOTAL ENTRA NO CHECKPOINT
      * ALTERADO = 15/10/2026 - O FECHAMENTO QUE TERMINA SEM ERRO
      *            (RC ATE 4, FORA DO MODO DE ENSAIO) GRAVA O SEU
      *            REGISTRO NO BATCTRL (FUNCIONARIOS LIDOS E PAGOS E
      *            TOTAL DA FOLHA), QUE O FECHAMENTO DO MES
      *            (PROGCOB126) CONFERE ANTES DE TRAVAR O PERIODO
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      * ALTERADO = 15/10/2026 - OS VALORES DA FOLHA (FERIAS E TERCO,
      *            PRO-RATA, HORA, EXTRAS E FALTAS, EMPRESTIMO, INSS,
      *            IRRF, SALARIO-FAMILIA, TETO DO VALE E FGTS) DEIXARAM
      *            DE USAR O ROUNDED PROPRIO E PASSARAM PELO SERVICO
      *            DE ARREDONDAMENTO PROGCOB141, COM O MODO DE CADA
      *            TIPO NO ROUNDPRM (SEM ELE, O MEIO PARA CIMA DE
      *            SEMPRE); A MATRICULA VAI COMO REFERENCIA PARA A
      *            COMPARACAO DO ROUNDDIF
      * ALTERADO = 15/10/2026 - O BANKREM PASSOU DO LAYOUT PROPRIO DE
      *            40 POSICOES PARA O PADRAO FEBRABAN CNAB 240, MONTADO
      *            PELA SUBROTINA PROGCOB154 COM O BANCO, A AGENCIA, O
      *            CONVENIO E O NSA DO CNABPARM: HEADER DE ARQUIVO E DE
      *            LOTE NA RODADA NOVA, SEGMENTOS A E B POR CREDITO E
      *            TRAILERS NO FIM. SO LIQUIDO MAIOR QUE ZERO VAI AO
      *            BANCO; FUNCIONARIO SEM CONTA NO EMPBANCO FICA FORA
      *            DA REMESSA, VAI PARA O SYSEXCEP E O RC SOBE PARA 4.
      *            OS CREDITOS E O TOTAL DA REMESSA ENTRAM NO
      *            CHECKPOINT; SEM CNABPARM O FECHAMENTO E ABANDONADO.
      *            O FGTSREM E O VTCOMPRA CONTINUAM NO LAYOUT PROPRIO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.

           SELECT DEPENDENT-MASTER ASSIGN TO 'DEPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WRK-FS-DEPMAST.

           SELECT DEPENDENT-PARMS ASSIGN TO 'DEPPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPPARM.

           SELECT TRANSIT-OPTIONS ASSIGN TO 'VTOPCAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VTOPCAO.

           SELECT DISSIDIO-DIFF ASSIGN TO 'DISSDIF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISSDIF.

           SELECT TRANSIT-PURCHASE ASSIGN USING WRK-ARQ-VTCOMPRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VTCOMPRA.

       DATA DIVISION.
       FILE SECTION.
       FD  REHEARSAL-SWITCH.
           02 IR-DEDUCAO    PIC 9(05)V99.

       FD  BANK-REMITTANCE.
       01  BR-LINHA         PIC X(240).

       FD  PAYROLL-CONTROL.
       01  PC-REGISTRO.
           02 LN-PARCELA-ATUAL PIC 9(02).
           02 LN-SALDO       PIC 9(08)V99.

      *    TIPO 050/100 = HORAS EXTRAS COM O ADICIONAL; TIPO 000 =
      *    HORAS DE ATRASO/FALTA A DESCONTAR
       FD  OVERTIME-FILE.
       01  OT-REGISTRO.
           02 OT-MATRICULA   PIC 9(06).
           02 CK-TOTAL-INSS     PIC 9(10)V99.
           02 CK-TOTAL-IRRF     PIC 9(10)V99.
           02 CK-TOTAL-LIQUIDO  PIC 9(10)V99.
           02 CK-TOTAL-SAL-FAMILIA PIC 9(10)V99.
           02 CK-TOTAL-DED-DEPEND  PIC 9(10)V99.
           02 CK-TOTAL-VT-DESC     PIC 9(10)V99.
           02 CK-TOTAL-VT-EMPRESA  PIC 9(10)V99.
           02 CK-QT-VT             PIC 9(06).
           02 CK-TOTAL-DISSIDIO    PIC 9(10)V99.
           02 CK-TOTAL-FALTAS      PIC 9(10)V99.
           02 CK-TB-CENTROS.
               03 CK-TB-CC-ITEM OCCURS 50 TIMES.
                   04 CK-TB-CC-CODIGO PIC 9(04).
               03 CK-TB-DCY-ITEM OCCURS 50 TIMES.
                   04 CK-TB-DCY-MATR  PIC 9(06).
                   04 CK-TB-DCY-VALOR PIC 9(06)V99.
           02 CK-QT-REMESSA        PIC 9(06).
           02 CK-TOTAL-REMESSA     PIC 9(10)V99.
           02 CK-QT-SEM-CONTA      PIC 9(06).

       FD  PAYROLL-HISTORY.
       01  PH-REGISTRO.
           02 PH-IRRF        PIC 9(06)V99.
           02 PH-LIQUIDO     PIC 9(06)V99.
           02 PH-FERIAS      PIC 9(06)V99.
           02 PH-SAL-FAMILIA PIC 9(06)V99.
           02 PH-DED-DEPEND  PIC 9(06)V99.
           02 PH-PLR         PIC 9(06)V99.
           02 PH-IRRF-PLR    PIC 9(06)V99.

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       FD  DEPENDENT-MASTER.
           COPY 'DEPENDNT.COB'.

       FD  DEPENDENT-PARMS.
       01  DPP-REGISTRO.
           02 DPP-DEDUCAO-IR   PIC 9(04)V99.
           02 DPP-TETO-SAL-FAM PIC 9(06)V99.
           02 DPP-COTA-SAL-FAM PIC 9(04)V99.
           02 DPP-IDADE-LIMITE PIC 9(02).

       FD  TRANSIT-OPTIONS.
       01  VT-REGISTRO.
           02 VT-MATRICULA    PIC 9(06).
           02 VT-TARIFA-DIA   PIC 9(03)V99.
           02 VT-DIAS-MES     PIC 9(02).
           02 VT-DESISTENCIA  PIC X(01).
              88 VT-DESISTIU  VALUE 'S'.

       FD  TRANSIT-PURCHASE.
       01  VC-LINHA         PIC X(40).

       FD  DISSIDIO-DIFF.
           COPY 'DISSIDIO.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-REHEARSE  PIC X(02)       VALUE ZEROS.
       77  WRK-MODO-ENSAIO  PIC X(01)       VALUE 'N'.
       77  WRK-ARQ-FGTSREM  PIC X(10)       VALUE 'FGTSREM'.
       77  WRK-ARQ-PAYHIST  PIC X(10)       VALUE 'PAYHIST'.
       77  WRK-ARQ-SYSEXCEP PIC X(10)       VALUE 'SYSEXCEP'.
       77  WRK-ARQ-VTCOMPRA PIC X(10)       VALUE 'VTCOMPRA'.
       77  WRK-SALARIO-TETO PIC 9(06)V99    VALUE 050000,00.
       77  WRK-FS-AUDITTRL  PIC X(02)       VALUE ZEROS.
       77  WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
           88 TEM-LOANFILE  VALUE 'S'.
       77  WRK-IDX-EMP      PIC 9(02)       VALUE ZEROS.
       77  WRK-CONSIG-TETO  PIC 9(02)V99    VALUE 30,00.
       77  WRK-RC-SALVO     PIC 9(02)       VALUE ZEROS.
       77  WRK-TETO-PARCELA PIC 9(06)V99    VALUE ZEROS.
       77  WRK-FATOR        PIC 9(03)V9(08) VALUE ZEROS.
       77  WRK-PRICE-NUM    PIC 9(09)V9(08) VALUE ZEROS.
       77  WRK-EXTRAS       PIC 9(06)V99    VALUE ZEROS.
       77  WRK-TOTAL-EXTRAS PIC 9(08)V99    VALUE ZEROS.
       77  WRK-TOTAL-EXTRAS-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FALTAS       PIC 9(06)V99    VALUE ZEROS.
       77  WRK-TOTAL-FALTAS PIC 9(08)V99    VALUE ZEROS.
       77  WRK-TOTAL-FALTAS-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    HORAS EXTRAS DO MES DA FOLHA, VALORADAS POR LANCAMENTO E
      *    SOMADAS POR MATRICULA; O LANCAMENTO NAO CONSUMIDO PELA
      *    FOLHA E APONTADO COMO MATRICULA DESCONHECIDA
       77  WRK-TOTAL-INSS   PIC 9(08)V99    VALUE ZEROS.
       77  WRK-TOTAL-IRRF   PIC 9(08)V99    VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO PIC 9(08)V99   VALUE ZEROS.
      *    CREDITOS GRAVADOS NO BANKREM (SEGMENTOS A/B) E O SEU
      *    TOTAL, PARA OS TRAILERS DO CNAB 240
       77  WRK-QT-REMESSA   PIC 9(06)       VALUE ZEROS.
       77  WRK-TOTAL-REMESSA PIC 9(10)V99   VALUE ZEROS.
       77  WRK-QT-SEM-CONTA PIC 9(06)       VALUE ZEROS.
       77  WRK-TOTAL-INSS-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-IRRF-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-LIQ-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FS-DEPMAST   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-DEPPARM   PIC X(02)       VALUE ZEROS.
       77  WRK-EOF-DEPMAST  PIC X(01)       VALUE 'N'.
           88 FIM-DEPMAST   VALUE 'S'.
       77  WRK-IDX-DEP      PIC 9(03)       VALUE ZEROS.
       77  WRK-IDADE        PIC 9(03)       VALUE ZEROS.
      *    PARAMETROS DO DEPPARM: SEM O ARQUIVO FICAM ZERADOS E A
      *    FOLHA NAO DEDUZ DEPENDENTE NEM PAGA SALARIO-FAMILIA
       77  WRK-DEDUCAO-DEP  PIC 9(04)V99    VALUE ZEROS.
       77  WRK-TETO-SAL-FAM PIC 9(06)V99    VALUE ZEROS.
       77  WRK-COTA-SAL-FAM PIC 9(04)V99    VALUE ZEROS.
       77  WRK-IDADE-LIMITE PIC 9(02)       VALUE ZEROS.
       77  WRK-QT-DEP-IR    PIC 9(02)       VALUE ZEROS.
       77  WRK-QT-DEP-SF    PIC 9(02)       VALUE ZEROS.
       77  WRK-DED-DEPEND   PIC 9(06)V99    VALUE ZEROS.
       77  WRK-SAL-FAMILIA  PIC 9(06)V99    VALUE ZEROS.
       77  WRK-TOTAL-SAL-FAMILIA PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-DED-DEPEND PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-SF-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-DED-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-INSS-RECOLHER PIC 9(08)V99   VALUE ZEROS.
      *    DEPENDENTES POR MATRICULA (DEPMAST): QUANTOS ABATEM O
      *    IRRF E QUANTOS FILHOS DAO COTA DE SALARIO-FAMILIA
       01  WRK-TB-DEPENDENTES.
           02 WRK-TB-DEP-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-DEP-ITEM OCCURS 200 TIMES.
               03 WRK-TB-DEP-MATR  PIC 9(06).
               03 WRK-TB-DEP-QT-IR PIC 9(02).
               03 WRK-TB-DEP-QT-SF PIC 9(02).
       77  WRK-FS-VTOPCAO   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-VTCOMPRA  PIC X(02)       VALUE ZEROS.
       77  WRK-EOF-VTOPCAO  PIC X(01)       VALUE 'N'.
           88 FIM-VTOPCAO   VALUE 'S'.
       77  WRK-IDX-VT       PIC 9(03)       VALUE ZEROS.
       77  WRK-VT-ALIQ      PIC 9(02)V99    VALUE 06,00.
       77  WRK-VT-CREDITO   PIC 9(06)V99    VALUE ZEROS.
       77  WRK-VT-TETO      PIC 9(06)V99    VALUE ZEROS.
       77  WRK-VT-DESCONTO  PIC 9(06)V99    VALUE ZEROS.
       77  WRK-VT-EMPRESA   PIC 9(06)V99    VALUE ZEROS.
       77  WRK-QT-VT        PIC 9(06)       VALUE ZEROS.
       77  WRK-TOTAL-VT-CREDITO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-VT-DESC PIC 9(08)V99   VALUE ZEROS.
       77  WRK-TOTAL-VT-EMPRESA PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-VT-DESC-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-VT-EMP-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    OPCOES DE VALE-TRANSPORTE (VTOPCAO) DE QUEM NAO DESISTIU
       01  WRK-TB-VALE-TRANSP.
           02 WRK-TB-VT-QTD   PIC 9(03) VALUE ZEROS.
           02 WRK-TB-VT-ITEM OCCURS 200 TIMES.
               03 WRK-TB-VT-MATR   PIC 9(06).
               03 WRK-TB-VT-TARIFA PIC 9(03)V99.
               03 WRK-TB-VT-DIAS   PIC 9(02).
       77  WRK-FS-DISSDIF   PIC X(02)       VALUE ZEROS.
       77  WRK-EOF-DISSDIF  PIC X(01)       VALUE 'N'.
           88 FIM-DISSDIF   VALUE 'S'.
       77  WRK-IDX-DIS      PIC 9(03)       VALUE ZEROS.
       77  WRK-DIS-MESES    PIC 9(02)       VALUE ZEROS.
       77  WRK-DIS-BRUTO    PIC 9(06)V99    VALUE ZEROS.
       77  WRK-DIS-INSS     PIC 9(06)V99    VALUE ZEROS.
       77  WRK-DIS-IRRF     PIC 9(06)V99    VALUE ZEROS.
       77  WRK-SALARIO-MES  PIC 9(06)V99    VALUE ZEROS.
       77  WRK-TOTAL-DISSIDIO PIC 9(08)V99  VALUE ZEROS.
       77  WRK-TOTAL-DIS-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    DIFERENCAS DE DISSIDIO (DISSDIF) DA COMPETENCIA DA FOLHA
       01  WRK-TB-DISSIDIO.
           02 WRK-TB-DIS-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-DIS-ITEM OCCURS 200 TIMES.
               03 WRK-TB-DIS-MATR      PIC 9(06).
               03 WRK-TB-DIS-SAL-NOVO  PIC 9(06)V99.
               03 WRK-TB-DIS-MESES     PIC 9(02).
               03 WRK-TB-DIS-BRUTO     PIC 9(06)V99.
               03 WRK-TB-DIS-INSS      PIC 9(06)V99.
               03 WRK-TB-DIS-IRRF      PIC 9(06)V99.
       01  WRK-TB-INSS.
           02 WRK-TB-INSS-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-INSS-ITEM OCCURS 10 TIMES.
           02 PE-D-NOME     PIC X(20).
           02 FILLER        PIC X(12) VALUE ' VALOR R$   '.
           02 PE-D-EXTRAS   PIC ZZZ.ZZ9,99.
       01  PS-DETALHE-FALTAS.
           02 FILLER        PIC X(20) VALUE 'FALTAS/ATRASOS: '.
           02 PK-D-NOME     PIC X(20).
           02 FILLER        PIC X(12) VALUE ' VALOR R$   '.
           02 PK-D-FALTAS   PIC ZZZ.ZZ9,99.
       01  PS-DETALHE-DISSIDIO.
           02 FILLER        PIC X(20) VALUE 'DIF DISSIDIO: '.
           02 PQ-D-NOME     PIC X(20).
           02 FILLER        PIC X(07) VALUE ' MESES '.
           02 PQ-D-MESES    PIC Z9.
           02 FILLER        PIC X(04) VALUE ' R$ '.
           02 PQ-D-VALOR    PIC ZZZ.ZZ9,99.
       01  PS-DETALHE-PRORATA.
           02 FILLER        PIC X(20) VALUE 'PRO-RATA: '.
           02 PP-D-NOME     PIC X(20).
           02 PR-D-NOME     PIC X(20).
           02 FILLER        PIC X(12) VALUE ' VALOR R$   '.
           02 PR-D-IRRF     PIC ZZZ.ZZ9,99.
       01  PS-DETALHE-DEPEND.
           02 FILLER        PIC X(20) VALUE 'DEDUCAO DEPENDENTES:'.
           02 PN-D-NOME     PIC X(20).
           02 FILLER        PIC X(04) VALUE ' QT '.
           02 PN-D-QT       PIC Z9.
           02 FILLER        PIC X(06) VALUE ' R$   '.
           02 PN-D-DEDUCAO  PIC ZZZ.ZZ9,99.
       01  PS-DETALHE-SAL-FAMILIA.
           02 FILLER        PIC X(20) VALUE 'SALARIO-FAMILIA: '.
           02 PG-D-NOME     PIC X(20).
           02 FILLER        PIC X(04) VALUE ' QT '.
           02 PG-D-QT       PIC Z9.
           02 FILLER        PIC X(06) VALUE ' R$   '.
           02 PG-D-VALOR    PIC ZZZ.ZZ9,99.
       01  PS-DETALHE-VALE-TRANSP.
           02 FILLER        PIC X(20) VALUE 'DESC VALE-TRANSP: '.
           02 PV-D-NOME     PIC X(20).
           02 FILLER        PIC X(12) VALUE ' VALOR R$   '.
           02 PV-D-VALOR    PIC ZZZ.ZZ9,99.
       01  PS-DETALHE-LIQUIDO.
           02 FILLER        PIC X(20) VALUE 'SALARIO LIQUIDO: '.
           02 PL-D-NOME     PIC X(20).
           02 FILLER        PIC X(12) VALUE ' VALOR R$   '.
           02 PL-D-LIQUIDO  PIC ZZZ.ZZ9,99.
      *    REMESSA DO DEPOSITO DE FGTS EM LAYOUT FIXO: HEADER /
      *    DETALHE / TRAILER, COM OS VALORES SEM EDICAO
       01  FG-HEADER.
           02 FILLER        PIC X(01) VALUE 'H'.
           02 FG-H-DATA     PIC 9(08).
           02 PT-D-QT       PIC ZZZ9.
           02 FILLER        PIC X(04) VALUE ' R$ '.
           02 PT-D-FOLHA    PIC ZZZ.ZZZ.ZZ9,99.
      *    PEDIDO DE CREDITO DE VALE-TRANSPORTE PARA A OPERADORA EM
      *    LAYOUT FIXO: HEADER / DETALHE / TRAILER, COM OS VALORES
      *    SEM EDICAO
       01  VC-HEADER.
           02 FILLER        PIC X(01) VALUE 'H'.
           02 VC-H-DATA     PIC 9(08).
           02 FILLER        PIC X(14) VALUE 'VALE-TRANSP   '.
       01  VC-DETALHE.
           02 FILLER        PIC X(01) VALUE 'D'.
           02 VC-D-MATRICULA PIC 9(06).
           02 VC-D-NOME     PIC X(20).
           02 VC-D-CREDITO  PIC 9(06)V99.
       01  VC-TRAILER.
           02 FILLER        PIC X(01) VALUE 'T'.
           02 VC-T-QTD      PIC 9(06).
           02 VC-T-TOTAL    PIC 9(10)V99.
       01  GL-TOTAL-VALE-TRANSP.
           02 FILLER        PIC X(15) VALUE 'RAZAO - VTRAN: '.
           02 GV-T-CONTA-CTB PIC 9(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 GV-T-CONTA    PIC X(20).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 GV-T-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       01  GL-TOTAL-RETIDO.
           02 FILLER        PIC X(15) VALUE 'RAZAO - TOTAL: '.
           02 GL-T-CONTA-CTB PIC 9(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 EX-D-MOTIVO   PIC X(21).
           COPY 'RUNLOGP.COB'.
           COPY 'ROUNDP.COB'.
           COPY 'AUDHASHP.COB'.
           COPY 'CNABPRMP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.

           PERFORM 0095-CONFERIR-ENSAIO.

      *    TODO VALOR ARREDONDADO DA FOLHA ERA ROUNDED (MEIO PARA
      *    CIMA) - E A REGRA QUE VALE PARA TIPO FORA DO ROUNDPRM
           INITIALIZE RDP-PARAMETROS.
           MOVE 'PROGCOB04 ' TO RDP-PROGRAMA.
           MOVE 2            TO RDP-CASAS.
           MOVE 'A'          TO RDP-MODO-ANTERIOR.

           MOVE 'PROGCOB04 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
               OPEN EXTEND EXCEPTION-RPT
               OPEN EXTEND BANK-REMITTANCE
               OPEN EXTEND FGTS-REMITTANCE
               OPEN EXTEND TRANSIT-PURCHASE
               DISPLAY 'CHECKPOINT ENCONTRADO - RETOMANDO APOS '
                       WRK-QT-PULAR ' FUNCIONARIOS'
           ELSE
               OPEN OUTPUT EXCEPTION-RPT
               OPEN OUTPUT BANK-REMITTANCE
               OPEN OUTPUT FGTS-REMITTANCE
               OPEN OUTPUT TRANSIT-PURCHASE

               MOVE WRK-DATASYS TO FG-H-DATA
               WRITE FG-LINHA FROM FG-HEADER
               MOVE WRK-DATASYS TO VC-H-DATA
               WRITE VC-LINHA FROM VC-HEADER
               MOVE WRK-DATASYS TO GL-H-DATA
               WRITE GL-LINHA FROM GL-HEADER
           END-IF.

           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
           PERFORM 0140-CARREGAR-TABELA-IRRF.
           PERFORM 0160-CARREGAR-COMISSOES.
           PERFORM 0163-CARREGAR-FERIAS.
           PERFORM 0173-CARREGAR-PARAM-DEPEND.
           PERFORM 0161-CARREGAR-DEPENDENTES.
           PERFORM 0174-CARREGAR-VALE-TRANSP.
           PERFORM 0192-CARREGAR-DISSIDIO.
           PERFORM 0167-CARREGAR-ADIANTAMENTOS.
           PERFORM 0175-CARREGAR-EFETIVOS.
           PERFORM 0178-CARREGAR-EXTRAS.
               PERFORM 0199-RESTAURAR-EMPRESTIMOS
               PERFORM 0203-RESTAURAR-SALDO-VALE
           END-IF.
           IF NOT ABANDONAR-FECHAMENTO
               PERFORM 0107-ABRIR-REMESSA-CNAB
           END-IF.

           IF NOT ABANDONAR-FECHAMENTO
               PERFORM 0110-LER-EMPLOYEE-MASTER
               MOVE 'FGTSREMS'  TO WRK-ARQ-FGTSREM
               MOVE 'PAYHISTS'  TO WRK-ARQ-PAYHIST
               MOVE 'SYSEXCEPS' TO WRK-ARQ-SYSEXCEP
               MOVE 'VTCOMPRAS' TO WRK-ARQ-VTCOMPRA
           END-IF.

       0105-RECUPERAR-CHECKPOINT.
                   MOVE CK-TOTAL-INSS     TO WRK-TOTAL-INSS
                   MOVE CK-TOTAL-IRRF     TO WRK-TOTAL-IRRF
                   MOVE CK-TOTAL-LIQUIDO  TO WRK-TOTAL-LIQUIDO
                   MOVE CK-TOTAL-SAL-FAMILIA
                     TO WRK-TOTAL-SAL-FAMILIA
                   MOVE CK-TOTAL-DED-DEPEND
                     TO WRK-TOTAL-DED-DEPEND
                   MOVE CK-TOTAL-VT-DESC    TO WRK-TOTAL-VT-DESC
                   MOVE CK-TOTAL-VT-EMPRESA TO WRK-TOTAL-VT-EMPRESA
                   MOVE CK-QT-VT            TO WRK-QT-VT
                   MOVE CK-TOTAL-DISSIDIO   TO WRK-TOTAL-DISSIDIO
                   MOVE CK-TOTAL-FALTAS     TO WRK-TOTAL-FALTAS
                   MOVE CK-QT-REMESSA       TO WRK-QT-REMESSA
                   MOVE CK-TOTAL-REMESSA    TO WRK-TOTAL-REMESSA
                   MOVE CK-QT-SEM-CONTA     TO WRK-QT-SEM-CONTA
                   MOVE CK-TB-CENTROS     TO WRK-CKP-CENTROS
                   PERFORM 0106-LER-CHECKPOINT
               END-PERFORM
                   MOVE 'S' TO WRK-EOF-PAYCKP
           END-READ.

      *    O BANKREM SAI NO CNAB 240 (PROGCOB154). O NSA DO CNABPARM
      *    SO ANDA NA RODADA NOVA DE PRODUCAO - O ENSAIO E A RETOMADA
      *    SO CONSULTAM - E OS HEADERS SO SAEM NA RODADA NOVA (A
      *    RETOMADA CONTINUA O ARQUIVO JA ABERTO). SEM O CNABPARM
      *    NAO HA COMO PAGAR: O FECHAMENTO E ABANDONADO
       0107-ABRIR-REMESSA-CNAB.
           INITIALIZE CNP-PARAMETROS.
           MOVE 'P' TO CNP-SERVICO.
           IF MODO-ENSAIO OR MODO-RETOMADA
               MOVE 'N' TO CNP-ATUALIZA-NSA
           ELSE
               MOVE 'S' TO CNP-ATUALIZA-NSA
           END-IF.
           MOVE 'A' TO CNP-ACAO.
           PERFORM 0109-CHAMAR-CNAB.
           IF CNP-SEM-PARAMETRO
               DISPLAY '*** CNABPARM SEM O SERVICO DE PAGAMENTOS -'
                       ' SEM REMESSA BANCARIA ***'
               DISPLAY '*** FECHAMENTO ABANDONADO ***'
               MOVE 16 TO RETURN-CODE
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 'S' TO WRK-EOF-EMPMAST
           ELSE
               IF NOT MODO-RETOMADA
                   MOVE 'H' TO CNP-ACAO
                   PERFORM 0109-CHAMAR-CNAB
                   WRITE BR-LINHA FROM CNP-LINHA
                   MOVE 'L' TO CNP-ACAO
                   PERFORM 0109-CHAMAR-CNAB
                   WRITE BR-LINHA FROM CNP-LINHA
               END-IF
           END-IF.

      *    O CALL DEVOLVE O RETURN-CODE DA SUBROTINA: O RC JA
      *    DERRUBADO NA RODADA E PRESERVADO
       0109-CHAMAR-CNAB.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

       0110-LER-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER
               AT END

      *    O APONTAMENTO DE EXTRAS E OPCIONAL; SO O MES DA FOLHA
      *    ENTRA, COM AS HORAS DE CADA TIPO SOMADAS POR MATRICULA
      *    (O TIPO 000, DE ATRASO/FALTA, ENTRA NA MESMA TABELA)
       0178-CARREGAR-EXTRAS.
           OPEN INPUT OVERTIME-FILE.
           IF WRK-FS-OVERTIME = '00'
               PERFORM 0179-LER-EXTRA
               PERFORM UNTIL FIM-OVERTIME
                   IF OT-DATA(1:6) = WRK-DATASYS(1:6)
                      AND (OT-TIPO = 050 OR OT-TIPO = 100
                           OR OT-TIPO = 000)
                       PERFORM 0181-SOMAR-EXTRA
                   END-IF
                   PERFORM 0179-LER-EXTRA
               ADD VM-DIAS TO WRK-TB-FER-DIAS(WRK-IDX-FER)
           END-IF.

      *    OS PARAMETROS DE DEPENDENTE SAO OPCIONAIS, COMO AS
      *    TABELAS DE INSS/IRRF: SEM O DEPPARM, DEDUCAO E COTA FICAM
      *    ZERADAS E A FOLHA FECHA COMO ANTES
       0173-CARREGAR-PARAM-DEPEND.
           OPEN INPUT DEPENDENT-PARMS.
           IF WRK-FS-DEPPARM = '00'
               READ DEPENDENT-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DPP-DEDUCAO-IR   TO WRK-DEDUCAO-DEP
                       MOVE DPP-TETO-SAL-FAM TO WRK-TETO-SAL-FAM
                       MOVE DPP-COTA-SAL-FAM TO WRK-COTA-SAL-FAM
                       MOVE DPP-IDADE-LIMITE TO WRK-IDADE-LIMITE
               END-READ
               CLOSE DEPENDENT-PARMS
           END-IF.

      *    O DEPMAST E OPCIONAL: SEM ELE NINGUEM TEM DEPENDENTE. A
      *    IDADE DO FILHO E APURADA NA DATA DA FOLHA
       0161-CARREGAR-DEPENDENTES.
           OPEN INPUT DEPENDENT-MASTER.
           IF WRK-FS-DEPMAST = '00'
               PERFORM 0162-LER-DEPENDENTE
               PERFORM UNTIL FIM-DEPMAST
                   PERFORM 0165-SOMAR-DEPENDENTE
                   PERFORM 0162-LER-DEPENDENTE
               END-PERFORM
               CLOSE DEPENDENT-MASTER
           END-IF.

       0162-LER-DEPENDENTE.
           READ DEPENDENT-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-DEPMAST
           END-READ.

       0165-SOMAR-DEPENDENTE.
           MOVE ZEROS TO WRK-IDX-DEP.
           PERFORM VARYING WRK-IDX-COM FROM 1 BY 1
                           UNTIL WRK-IDX-COM > WRK-TB-DEP-QTD
                              OR WRK-IDX-DEP > ZEROS
               IF WRK-TB-DEP-MATR(WRK-IDX-COM) = DP-MATRICULA
                   MOVE WRK-IDX-COM TO WRK-IDX-DEP
               END-IF
           END-PERFORM.

           IF WRK-IDX-DEP = ZEROS
              AND WRK-TB-DEP-QTD < 200
               ADD 1 TO WRK-TB-DEP-QTD
               MOVE WRK-TB-DEP-QTD TO WRK-IDX-DEP
               MOVE DP-MATRICULA
                 TO WRK-TB-DEP-MATR(WRK-IDX-DEP)
               MOVE ZEROS TO WRK-TB-DEP-QT-IR(WRK-IDX-DEP)
                             WRK-TB-DEP-QT-SF(WRK-IDX-DEP)
           END-IF.
           IF WRK-IDX-DEP > ZEROS
               IF DP-DEDUZ-IR
                   ADD 1 TO WRK-TB-DEP-QT-IR(WRK-IDX-DEP)
               END-IF
               IF DP-FILHO AND DP-COTA-SAL-FAMILIA
                  AND DP-DATA-NASC NOT > WRK-DATASYS
                   COMPUTE WRK-IDADE =
                       (WRK-DATASYS - DP-DATA-NASC) / 10000
                   IF WRK-IDADE < WRK-IDADE-LIMITE
                       ADD 1 TO WRK-TB-DEP-QT-SF(WRK-IDX-DEP)
                   END-IF
               END-IF
           END-IF.

      *    O VTOPCAO E OPCIONAL: SEM ELE NINGUEM TEM VALE-TRANSPORTE.
      *    QUEM DESISTIU DO BENEFICIO NEM ENTRA NA TABELA
       0174-CARREGAR-VALE-TRANSP.
           OPEN INPUT TRANSIT-OPTIONS.
           IF WRK-FS-VTOPCAO = '00'
               PERFORM 0191-LER-VALE-TRANSP
               PERFORM UNTIL FIM-VTOPCAO
                              OR WRK-TB-VT-QTD = 200
                   IF NOT VT-DESISTIU
                       ADD 1 TO WRK-TB-VT-QTD
                       MOVE VT-MATRICULA
                         TO WRK-TB-VT-MATR(WRK-TB-VT-QTD)
                       MOVE VT-TARIFA-DIA
                         TO WRK-TB-VT-TARIFA(WRK-TB-VT-QTD)
                       MOVE VT-DIAS-MES
                         TO WRK-TB-VT-DIAS(WRK-TB-VT-QTD)
                   END-IF
                   PERFORM 0191-LER-VALE-TRANSP
               END-PERFORM
               CLOSE TRANSIT-OPTIONS
           END-IF.

       0191-LER-VALE-TRANSP.
           READ TRANSIT-OPTIONS
               AT END
                   MOVE 'S' TO WRK-EOF-VTOPCAO
           END-READ.

      *    O DISSDIF E OPCIONAL: SEM ELE NAO HA DIFERENCA A PAGAR.
      *    SO ENTRA O QUE O PROGCOB86 MARCOU PARA ESTA COMPETENCIA,
      *    PARA A MESMA DIFERENCA NAO SER PAGA DE NOVO NO MES SEGUINTE
       0192-CARREGAR-DISSIDIO.
           OPEN INPUT DISSIDIO-DIFF.
           IF WRK-FS-DISSDIF = '00'
               PERFORM 0193-LER-DISSIDIO
               PERFORM UNTIL FIM-DISSDIF
                              OR WRK-TB-DIS-QTD = 200
                   IF DD-MES-PAGAMENTO = WRK-DATASYS(1:6)
                       ADD 1 TO WRK-TB-DIS-QTD
                       MOVE DD-MATRICULA
                         TO WRK-TB-DIS-MATR(WRK-TB-DIS-QTD)
                       MOVE DD-SALARIO-NOVO
                         TO WRK-TB-DIS-SAL-NOVO(WRK-TB-DIS-QTD)
                       MOVE DD-QT-MESES
                         TO WRK-TB-DIS-MESES(WRK-TB-DIS-QTD)
                       MOVE DD-BRUTO
                         TO WRK-TB-DIS-BRUTO(WRK-TB-DIS-QTD)
                       MOVE DD-INSS
                         TO WRK-TB-DIS-INSS(WRK-TB-DIS-QTD)
                       MOVE DD-IRRF
                         TO WRK-TB-DIS-IRRF(WRK-TB-DIS-QTD)
                   END-IF
                   PERFORM 0193-LER-DISSIDIO
               END-PERFORM
               CLOSE DISSIDIO-DIFF
           END-IF.

       0193-LER-DISSIDIO.
           READ DISSIDIO-DIFF
               AT END
                   MOVE 'S' TO WRK-EOF-DISSDIF
           END-READ.

      *    A DIFERENCA SO E PAGA A QUEM JA ESTA COM O SALARIO NOVO NO
      *    CADASTRO; AUMENTO AINDA PENDENTE OU REJEITADO NO PROGCOB52
      *    SEGURA A DIFERENCA E AVISA NO SYSEXCEP
       0194-LOCALIZAR-DISSIDIO.
           MOVE ZEROS TO WRK-DIS-MESES WRK-DIS-BRUTO WRK-DIS-INSS
                         WRK-DIS-IRRF.
           PERFORM VARYING WRK-IDX-DIS FROM 1 BY 1
                           UNTIL WRK-IDX-DIS > WRK-TB-DIS-QTD
               IF WRK-TB-DIS-MATR(WRK-IDX-DIS) = EM-MATRICULA
                   IF WRK-TB-DIS-SAL-NOVO(WRK-IDX-DIS) = EM-SALARIO
                       MOVE WRK-TB-DIS-MESES(WRK-IDX-DIS)
                         TO WRK-DIS-MESES
                       MOVE WRK-TB-DIS-BRUTO(WRK-IDX-DIS)
                         TO WRK-DIS-BRUTO
                       MOVE WRK-TB-DIS-INSS(WRK-IDX-DIS)
                         TO WRK-DIS-INSS
                       MOVE WRK-TB-DIS-IRRF(WRK-IDX-DIS)
                         TO WRK-DIS-IRRF
                   ELSE
                       DISPLAY 'DISSIDIO NAO APROVADO - MATR '
                               EM-MATRICULA ' DIFERENCA RETIDA'
                       MOVE 'PROGCOB04 ' TO EC-PROGRAMA
                       MOVE WRK-DATASYS  TO EC-DATA
                       MOVE SPACES       TO EC-ENTRADA
                       STRING 'DISSIDIO MATR ' EM-MATRICULA
                           DELIMITED BY SIZE INTO EC-ENTRADA
                       MOVE 'SALARIO NOVO NAO APROVADO'
                         TO EC-MOTIVO
                       WRITE EC-REGISTRO
                   END-IF
               END-IF
           END-PERFORM.

      *    A COMISSAO DO MES INTEGRA A REMUNERACAO ANTES DA CRITICA
      *    DE TETO E DO CALCULO DE INSS/IRRF
       0200-PROCESSAR.
           MOVE EM-NOME      TO WRK-NOME.
           MOVE EM-MATRICULA TO WRK-MATRICULA PS-D-MATRICULA.
           MOVE EM-MATRICULA TO RDP-REFERENCIA.
           MOVE ZEROS      TO WRK-COMISSAO.
           PERFORM VARYING WRK-IDX-COM FROM 1 BY 1
                           UNTIL WRK-IDX-COM > WRK-TB-CPY-QTD
               END-IF
           END-PERFORM.
           IF WRK-DIAS-FERIAS > ZEROS
               COMPUTE RDP-VALOR =
                   EM-SALARIO / 30 * WRK-DIAS-FERIAS
               MOVE 'FERIAS' TO RDP-TIPO
               PERFORM 0248-ARREDONDAR
               MOVE RDP-RESULTADO TO WRK-FERIAS
               COMPUTE RDP-VALOR = WRK-FERIAS / 3
               PERFORM 0248-ARREDONDAR
               MOVE RDP-RESULTADO TO WRK-TERCO
           END-IF.
      *    RATEIO PRO-RATA: ADMISSAO PAGA DO DIA DO EFEITO AO FIM
      *    DO MES, DESLIGAMENTO PAGA DO DIA 1 ATE O EFEITO
               END-IF
           END-PERFORM.
           IF WRK-DIAS-TRAB < WRK-DIAS-NO-MES
               COMPUTE RDP-VALOR =
                   EM-SALARIO / WRK-DIAS-NO-MES * WRK-DIAS-TRAB
               MOVE 'PRO-RATA' TO RDP-TIPO
               PERFORM 0248-ARREDONDAR
               MOVE RDP-RESULTADO TO WRK-SALARIO-BASE
           ELSE
               MOVE EM-SALARIO TO WRK-SALARIO-BASE
           END-IF.

      *    HORAS EXTRAS DO MES: HORA = SALARIO / 220, COM O
      *    ADICIONAL DO TIPO (50% OU 100%) POR CIMA. AS HORAS DE
      *    ATRASO/FALTA (TIPO 000) VALEM A HORA SIMPLES E SAO
      *    ABATIDAS, NO MAXIMO ATE O SALARIO BASE DO MES
           MOVE ZEROS TO WRK-EXTRAS WRK-FALTAS.
           COMPUTE RDP-VALOR = EM-SALARIO / 220.
           MOVE 'HORA-EXTRA' TO RDP-TIPO.
           PERFORM 0248-ARREDONDAR.
           MOVE RDP-RESULTADO TO WRK-VALOR-HORA.
           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                           UNTIL WRK-IDX-EXT > WRK-TB-EXT-QTD
               IF WRK-TB-EXT-MATR(WRK-IDX-EXT) = EM-MATRICULA
                   IF WRK-TB-EXT-TIPO(WRK-IDX-EXT) = 000
                       COMPUTE RDP-VALOR = WRK-FALTAS
                           + WRK-TB-EXT-HORAS(WRK-IDX-EXT)
                           * WRK-VALOR-HORA
                       PERFORM 0248-ARREDONDAR
                       MOVE RDP-RESULTADO TO WRK-FALTAS
                   ELSE
                       COMPUTE RDP-VALOR = WRK-EXTRAS
                           + (WRK-TB-EXT-HORAS(WRK-IDX-EXT)
                              * WRK-VALOR-HORA
                              * (100 + WRK-TB-EXT-TIPO(WRK-IDX-EXT))
                              / 100)
                       PERFORM 0248-ARREDONDAR
                       MOVE RDP-RESULTADO TO WRK-EXTRAS
                   END-IF
                   MOVE 'S' TO WRK-TB-EXT-USADO(WRK-IDX-EXT)
               END-IF
           END-PERFORM.
           IF WRK-FALTAS > WRK-SALARIO-BASE
               MOVE WRK-SALARIO-BASE TO WRK-FALTAS
           END-IF.

      *    DIFERENCA DE DISSIDIO DOS MESES JA FECHADOS (PROGCOB86):
      *    COMPOE O BRUTO, MAS A REMUNERACAO DO MES FICA SEPARADA
      *    PARA O INSS, O IRRF, O DECIMO E O SALARIO-FAMILIA
           PERFORM 0194-LOCALIZAR-DISSIDIO.

           COMPUTE WRK-SALARIO-MES = WRK-SALARIO-BASE + WRK-COMISSAO
               + WRK-FERIAS + WRK-TERCO + WRK-EXTRAS - WRK-FALTAS.
           COMPUTE WRK-SALARIO = WRK-SALARIO-MES + WRK-DIS-BRUTO.

           IF WRK-SALARIO NOT > ZEROS
               MOVE WRK-MATRICULA TO EX-D-MATRICULA
           MOVE WRK-TOTAL-INSS     TO CK-TOTAL-INSS.
           MOVE WRK-TOTAL-IRRF     TO CK-TOTAL-IRRF.
           MOVE WRK-TOTAL-LIQUIDO  TO CK-TOTAL-LIQUIDO.
           MOVE WRK-TOTAL-SAL-FAMILIA TO CK-TOTAL-SAL-FAMILIA.
           MOVE WRK-TOTAL-DED-DEPEND  TO CK-TOTAL-DED-DEPEND.
           MOVE WRK-TOTAL-VT-DESC     TO CK-TOTAL-VT-DESC.
           MOVE WRK-TOTAL-VT-EMPRESA  TO CK-TOTAL-VT-EMPRESA.
           MOVE WRK-QT-VT             TO CK-QT-VT.
           MOVE WRK-TOTAL-DISSIDIO    TO CK-TOTAL-DISSIDIO.
           MOVE WRK-TOTAL-FALTAS      TO CK-TOTAL-FALTAS.
           MOVE WRK-QT-REMESSA        TO CK-QT-REMESSA.
           MOVE WRK-TOTAL-REMESSA     TO CK-TOTAL-REMESSA.
           MOVE WRK-QT-SEM-CONTA      TO CK-QT-SEM-CONTA.
           WRITE CK-REGISTRO.

       0218-GUARDAR-CENTROS-CKP.
                   * (WRK-TB-EMP-TAXA(WRK-IDX-EMP) / 100)
                   * WRK-FATOR.
           COMPUTE WRK-PRICE-DEN = WRK-FATOR - 1.
           COMPUTE RDP-VALOR = WRK-PRICE-NUM / WRK-PRICE-DEN.
           MOVE 'EMPRESTIMO' TO RDP-TIPO.
           PERFORM 0248-ARREDONDAR.
           MOVE RDP-RESULTADO TO WRK-PRESTACAO.

           COMPUTE RDP-VALOR = EM-SALARIO * WRK-CONSIG-TETO / 100.
           PERFORM 0248-ARREDONDAR.
           MOVE RDP-RESULTADO TO WRK-TETO-PARCELA.
           IF WRK-PRESTACAO > WRK-TETO-PARCELA
               MOVE WRK-TETO-PARCELA TO WRK-PRESTACAO
           END-IF.

           COMPUTE RDP-VALOR =
               WRK-TB-EMP-SALDO(WRK-IDX-EMP)
                   * (WRK-TB-EMP-TAXA(WRK-IDX-EMP) / 100).
           PERFORM 0248-ARREDONDAR.
           MOVE RDP-RESULTADO TO WRK-JUROS-MES.
           IF WRK-PRESTACAO > WRK-JUROS-MES
               COMPUTE WRK-AMORTIZACAO =
                   WRK-PRESTACAO - WRK-JUROS-MES
               ADD WRK-EXTRAS TO WRK-TOTAL-EXTRAS
           END-IF.

           IF WRK-FALTAS > ZEROS
               MOVE WRK-NOME   TO PK-D-NOME
               MOVE WRK-FALTAS TO PK-D-FALTAS
               WRITE PS-LINHA FROM PS-DETALHE-FALTAS
               ADD WRK-FALTAS TO WRK-TOTAL-FALTAS
           END-IF.

           IF WRK-DIS-BRUTO > ZEROS
               MOVE WRK-NOME      TO PQ-D-NOME
               MOVE WRK-DIS-MESES TO PQ-D-MESES
               MOVE WRK-DIS-BRUTO TO PQ-D-VALOR
               WRITE PS-LINHA FROM PS-DETALHE-DISSIDIO
               ADD WRK-DIS-BRUTO TO WRK-TOTAL-DISSIDIO
           END-IF.

           IF WRK-FERIAS > ZEROS
               MOVE WRK-NOME   TO PF-D-NOME PU-D-NOME
               MOVE WRK-FERIAS TO PF-D-FERIAS
                   + WRK-FERIAS + WRK-TERCO
           END-IF.

           MOVE WRK-SALARIO-MES TO WRK-DECIMO.
           MOVE WRK-NOME    TO PD-D-NOME.
           MOVE WRK-DECIMO  TO PD-D-DECIMO.
           WRITE PS-LINHA FROM PS-DETALHE-DECIMO.

           MOVE ZEROS TO WRK-QT-DEP-IR WRK-QT-DEP-SF.
           PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                           UNTIL WRK-IDX-DEP > WRK-TB-DEP-QTD
               IF WRK-TB-DEP-MATR(WRK-IDX-DEP) = WRK-MATRICULA
                   MOVE WRK-TB-DEP-QT-IR(WRK-IDX-DEP)
                     TO WRK-QT-DEP-IR
                   MOVE WRK-TB-DEP-QT-SF(WRK-IDX-DEP)
                     TO WRK-QT-DEP-SF
               END-IF
           END-PERFORM.

           PERFORM 0230-CALCULAR-INSS.
           PERFORM 0240-CALCULAR-IRRF.
           PERFORM 0245-CALCULAR-SAL-FAMILIA.
      *    O INSS E O IRRF DA DIFERENCA DE DISSIDIO VEM APURADOS POR
      *    COMPETENCIA PELO PROGCOB86 E SOMAM AOS RETIDOS NO MES
           ADD WRK-DIS-INSS TO WRK-INSS.
           ADD WRK-DIS-IRRF TO WRK-IRRF.

      *    O VALE DO MES (MAIS O SALDO ATRASADO DO DEDCARY) ABATE O
      *    LIQUIDO, LIMITADO AO DISPONIVEL - O QUE NAO COUBER VIRA
      *    SALDO PARA O PROXIMO FECHAMENTO, NUNCA LIQUIDO NEGATIVO.
      *    O SALARIO-FAMILIA ENTRA AQUI, FORA DO BRUTO
           COMPUTE WRK-LIQUIDO-BASE = WRK-SALARIO - WRK-INSS
               - WRK-IRRF + WRK-SAL-FAMILIA.

           MOVE ZEROS TO WRK-ADIANTAMENTO WRK-FALTA-VALE.
           PERFORM VARYING WRK-IDX-ADV FROM 1 BY 1

           COMPUTE WRK-TETO-DISPONIVEL = WRK-LIQUIDO-BASE
               - WRK-ADIANTAMENTO.
           PERFORM 0246-CALCULAR-VALE-TRANSP.
           SUBTRACT WRK-VT-DESCONTO FROM WRK-TETO-DISPONIVEL.
           PERFORM 0184-DESCONTAR-EMPRESTIMO.
           COMPUTE WRK-LIQUIDO = WRK-LIQUIDO-BASE
               - WRK-ADIANTAMENTO - WRK-VT-DESCONTO
               - WRK-DESC-EMPREST.

           MOVE WRK-NOME    TO PI-D-NOME PR-D-NOME PL-D-NOME.
           MOVE WRK-INSS    TO PI-D-INSS.
           MOVE WRK-IRRF    TO PR-D-IRRF.
           MOVE WRK-LIQUIDO TO PL-D-LIQUIDO.
           WRITE PS-LINHA FROM PS-DETALHE-INSS.
           IF WRK-DED-DEPEND > ZEROS
               MOVE WRK-NOME       TO PN-D-NOME
               MOVE WRK-QT-DEP-IR  TO PN-D-QT
               MOVE WRK-DED-DEPEND TO PN-D-DEDUCAO
               WRITE PS-LINHA FROM PS-DETALHE-DEPEND
               ADD WRK-DED-DEPEND TO WRK-TOTAL-DED-DEPEND
           END-IF.
           WRITE PS-LINHA FROM PS-DETALHE-IRRF.
           IF WRK-SAL-FAMILIA > ZEROS
               MOVE WRK-NOME        TO PG-D-NOME
               MOVE WRK-QT-DEP-SF   TO PG-D-QT
               MOVE WRK-SAL-FAMILIA TO PG-D-VALOR
               WRITE PS-LINHA FROM PS-DETALHE-SAL-FAMILIA
               ADD WRK-SAL-FAMILIA TO WRK-TOTAL-SAL-FAMILIA
           END-IF.
           IF WRK-ADIANTAMENTO > ZEROS
               MOVE WRK-NOME         TO PA-D-NOME
               MOVE WRK-ADIANTAMENTO TO PA-D-ADIANT
               WRITE PS-LINHA FROM PS-DETALHE-ADIANT
               ADD WRK-ADIANTAMENTO TO WRK-TOTAL-ADIANT
           END-IF.
           IF WRK-VT-DESCONTO > ZEROS
               MOVE WRK-NOME        TO PV-D-NOME
               MOVE WRK-VT-DESCONTO TO PV-D-VALOR
               WRITE PS-LINHA FROM PS-DETALHE-VALE-TRANSP
           END-IF.
           WRITE PS-LINHA FROM PS-DETALHE-LIQUIDO.

           IF WRK-VT-CREDITO > ZEROS
               MOVE WRK-MATRICULA  TO VC-D-MATRICULA
               MOVE WRK-NOME       TO VC-D-NOME
               MOVE WRK-VT-CREDITO TO VC-D-CREDITO
               WRITE VC-LINHA FROM VC-DETALHE
               ADD 1 TO WRK-QT-VT
               ADD WRK-VT-DESCONTO TO WRK-TOTAL-VT-DESC
               ADD WRK-VT-EMPRESA  TO WRK-TOTAL-VT-EMPRESA
           END-IF.

           IF WRK-LIQUIDO > ZEROS
               PERFORM 0214-GRAVAR-CREDITO-CNAB
           END-IF.

      *    FGTS: DEPOSITO PATRONAL DE 8% SOBRE O BRUTO - NAO E
      *    DESCONTO DO FUNCIONARIO, SO COMPOE A REMESSA DE DEPOSITO
           COMPUTE RDP-VALOR = WRK-SALARIO * WRK-FGTS-ALIQ / 100.
           MOVE 'FGTS' TO RDP-TIPO.
           PERFORM 0248-ARREDONDAR.
           MOVE RDP-RESULTADO TO WRK-FGTS.
           MOVE WRK-MATRICULA TO FG-D-MATRICULA.
           MOVE WRK-NOME      TO FG-D-NOME.
           MOVE WRK-FGTS      TO FG-D-VALOR.
           MOVE WRK-IRRF          TO PH-IRRF.
           MOVE WRK-LIQUIDO       TO PH-LIQUIDO.
           COMPUTE PH-FERIAS = WRK-FERIAS + WRK-TERCO.
           MOVE WRK-SAL-FAMILIA   TO PH-SAL-FAMILIA.
           MOVE WRK-DED-DEPEND    TO PH-DED-DEPEND.
           MOVE ZEROS             TO PH-PLR PH-IRRF-PLR.
           WRITE PH-REGISTRO.

           ADD 1 TO WRK-QT-FUNC.
           MOVE ZEROS TO WRK-INSS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-INSS-QTD
               IF WRK-SALARIO-MES >= WRK-TB-IN-INICIO(WRK-IDX)
                   IF WRK-SALARIO-MES > WRK-TB-IN-FIM(WRK-IDX)
                       COMPUTE WRK-FATIA = WRK-TB-IN-FIM(WRK-IDX)
                                   - WRK-TB-IN-INICIO(WRK-IDX)
                   ELSE
                       COMPUTE WRK-FATIA = WRK-SALARIO-MES
                                   - WRK-TB-IN-INICIO(WRK-IDX)
                   END-IF
                   COMPUTE RDP-VALOR = WRK-INSS +
                       (WRK-FATIA * WRK-TB-IN-ALIQ(WRK-IDX) / 100)
                   MOVE 'INSS' TO RDP-TIPO
                   PERFORM 0248-ARREDONDAR
                   MOVE RDP-RESULTADO TO WRK-INSS
               END-IF
           END-PERFORM.

      *    O IRRF INCIDE SOBRE A BASE (SALARIO - INSS - DEDUCAO
      *    POR DEPENDENTE) PELA ALIQUOTA DA FAIXA ONDE A BASE CAI,
      *    MENOS A PARCELA A DEDUZIR DA PROPRIA FAIXA; PARCELA MAIOR
      *    QUE O IMPOSTO ZERA O IRRF (TESTE EXPLICITO - O CAMPO E
      *    SEM SINAL). A DEDUCAO DE DEPENDENTES MAIOR QUE A BASE
      *    FICA LIMITADA A ELA, PELO MESMO MOTIVO
       0240-CALCULAR-IRRF.
           MOVE ZEROS TO WRK-IRRF.
           COMPUTE WRK-BASE-IRRF = WRK-SALARIO-MES - WRK-INSS.
           COMPUTE WRK-DED-DEPEND = WRK-QT-DEP-IR * WRK-DEDUCAO-DEP.
           IF WRK-DED-DEPEND > WRK-BASE-IRRF
               MOVE WRK-BASE-IRRF TO WRK-DED-DEPEND
           END-IF.
           SUBTRACT WRK-DED-DEPEND FROM WRK-BASE-IRRF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-IRRF-QTD
               IF WRK-BASE-IRRF >= WRK-TB-IR-INICIO(WRK-IDX) AND
                  WRK-BASE-IRRF <= WRK-TB-IR-FIM(WRK-IDX)
                   COMPUTE RDP-VALOR =
                       WRK-BASE-IRRF
                           * WRK-TB-IR-ALIQ(WRK-IDX) / 100
                   MOVE 'IRRF' TO RDP-TIPO
                   PERFORM 0248-ARREDONDAR
                   MOVE RDP-RESULTADO TO WRK-IRRF-BRUTO
                   IF WRK-IRRF-BRUTO <
                              WRK-TB-IR-DEDUCAO(WRK-IDX)
                       MOVE ZEROS TO WRK-IRRF
               END-IF
           END-PERFORM.

      *    SALARIO-FAMILIA: UMA COTA POR FILHO ELEGIVEL PARA QUEM
      *    TEM REMUNERACAO ATE O TETO, RATEADA PELOS DIAS
      *    TRABALHADOS NO MES DE ADMISSAO OU DESLIGAMENTO
       0245-CALCULAR-SAL-FAMILIA.
           MOVE ZEROS TO WRK-SAL-FAMILIA.
           IF WRK-QT-DEP-SF > ZEROS
              AND WRK-SALARIO-MES NOT > WRK-TETO-SAL-FAM
               IF WRK-DIAS-TRAB < WRK-DIAS-NO-MES
                   COMPUTE RDP-VALOR =
                       WRK-QT-DEP-SF * WRK-COTA-SAL-FAM
                           / WRK-DIAS-NO-MES * WRK-DIAS-TRAB
                   MOVE 'SAL-FAMIL' TO RDP-TIPO
                   PERFORM 0248-ARREDONDAR
                   MOVE RDP-RESULTADO TO WRK-SAL-FAMILIA
               ELSE
                   COMPUTE WRK-SAL-FAMILIA =
                       WRK-QT-DEP-SF * WRK-COTA-SAL-FAM
               END-IF
           END-IF.

      *    VALE-TRANSPORTE: O CREDITO DO MES E TARIFA X DIAS; O
      *    FUNCIONARIO PAGA ATE 6% DO SALARIO BASE, SEM PASSAR DO
      *    LIQUIDO QUE SOBROU DEPOIS DO VALE, E A EMPRESA O RESTO
       0246-CALCULAR-VALE-TRANSP.
           MOVE ZEROS TO WRK-VT-CREDITO WRK-VT-DESCONTO
                         WRK-VT-EMPRESA.
           PERFORM VARYING WRK-IDX-VT FROM 1 BY 1
                           UNTIL WRK-IDX-VT > WRK-TB-VT-QTD
               IF WRK-TB-VT-MATR(WRK-IDX-VT) = WRK-MATRICULA
                   COMPUTE WRK-VT-CREDITO =
                       WRK-TB-VT-TARIFA(WRK-IDX-VT)
                           * WRK-TB-VT-DIAS(WRK-IDX-VT)
               END-IF
           END-PERFORM.

           IF WRK-VT-CREDITO > ZEROS
               COMPUTE RDP-VALOR =
                   WRK-SALARIO-BASE * WRK-VT-ALIQ / 100
               MOVE 'VALE-TRANS' TO RDP-TIPO
               PERFORM 0248-ARREDONDAR
               MOVE RDP-RESULTADO TO WRK-VT-TETO
               IF WRK-VT-CREDITO < WRK-VT-TETO
                   MOVE WRK-VT-CREDITO TO WRK-VT-DESCONTO
               ELSE
                   MOVE WRK-VT-TETO TO WRK-VT-DESCONTO
               END-IF
               IF WRK-VT-DESCONTO > WRK-TETO-DISPONIVEL
                   MOVE WRK-TETO-DISPONIVEL TO WRK-VT-DESCONTO
               END-IF
               COMPUTE WRK-VT-EMPRESA = WRK-VT-CREDITO
                   - WRK-VT-DESCONTO
           END-IF.

      *    VALOR CHEIO EM RDP-VALOR, TIPO EM RDP-TIPO; O SERVICO
      *    DEVOLVE O ARREDONDADO EM RDP-RESULTADO SEM DERRUBAR O RC
      *    QUE O FECHAMENTO JA TENHA MARCADO
       0248-ARREDONDAR.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'R' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

       0249-FECHAR-ARREDONDAMENTO.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'F' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

      *    CREDITO DO LIQUIDO NOS SEGMENTOS A E B; A ORDEM NO LOTE
      *    VEM DO CONTADOR DA REMESSA, QUE A RETOMADA RESTAURA.
      *    SEM CONTA NO EMPBANCO O HOLERITE SAI, MAS O CREDITO NAO
      *    VAI AO BANCO - O RH ACERTA A CONTA E A TESOURARIA PAGA
      *    POR FORA
       0214-GRAVAR-CREDITO-CNAB.
           MOVE 'D' TO CNP-ACAO.
           COMPUTE CNP-ORDEM = WRK-QT-REMESSA + 1.
           MOVE WRK-MATRICULA TO CNP-MATRICULA.
           MOVE WRK-NOME      TO CNP-NOME.
           MOVE WRK-DATASYS   TO CNP-DATA.
           MOVE WRK-LIQUIDO   TO CNP-VALOR.
           MOVE SPACES        TO CNP-SEU-NUMERO.
           STRING 'FOLHA ' WRK-MATRICULA
               DELIMITED BY SIZE INTO CNP-SEU-NUMERO.
           PERFORM 0109-CHAMAR-CNAB.
           IF CNP-OK
               WRITE BR-LINHA FROM CNP-LINHA
               WRITE BR-LINHA FROM CNP-LINHA-2
               ADD 1           TO WRK-QT-REMESSA
               ADD WRK-LIQUIDO TO WRK-TOTAL-REMESSA
           ELSE
               ADD 1 TO WRK-QT-SEM-CONTA
               MOVE 'SEM CONTA NO EMPBANCO' TO WRK-MOTIVO
               PERFORM 0215-GRAVAR-EXCECAO-COMUM
           END-IF.

      *    A MESMA REJEICAO DO EXCEPTION-RPT VAI PARA O ARQUIVO
      *    COMUM DE EXCECOES, PARA O DIGESTO DA MANHA
       0215-GRAVAR-EXCECAO-COMUM.
           STRING WRK-MATRICULA ' ' WRK-NOME
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE WRK-MOTIVO   TO AT-RESULTADO.
      *    O CALL DEVOLVE O RETURN-CODE DA SUBROTINA: O RC JA
      *    DERRUBADO NA RODADA (EMPRESTIMO, VALE) E PRESERVADO
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           MOVE WRK-RC-SALVO TO RETURN-CODE.
           WRITE AT-REGISTRO.

      *    TOTAL SEM CONTA VIGENTE NAO POSTA E DERRUBA O RC: O
               MOVE 8 TO RETURN-CODE
           END-IF.

       0320-GRAVAR-BATCTRL.
           OPEN EXTEND BATCH-CONTROL.
           IF WRK-FS-BATCTRL = '05' OR WRK-FS-BATCTRL = '35'
               OPEN OUTPUT BATCH-CONTROL
           END-IF.
           MOVE 'PROGCOB04 ' TO BC-PROGRAMA.
           MOVE WRK-DATASYS  TO BC-DATA.
           COMPUTE BC-REG-IN = WRK-QT-FUNC + WRK-QT-REJEITADOS.
           MOVE WRK-QT-FUNC     TO BC-REG-OUT.
           MOVE WRK-TOTAL-FOLHA TO BC-VALOR-TOTAL.
           WRITE BC-REGISTRO.
           CLOSE BATCH-CONTROL.

      *    ABANDONO POR DIVERGENCIA DE CONTROLE: NENHUM TRAILER,
      *    TOTAL DE RAZAO OU PAYCTRL E GRAVADO E O CHECKPOINT FICA
      *    COMO ESTAVA - A FOLHA SO SEGUE DEPOIS DO REPASSE COMPLETO
       0290-ENCERRAR-ABANDONO.
           PERFORM 0249-FECHAR-ARREDONDAMENTO.
           MOVE 'FIM' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CLOSE EXCEPTION-RPT.
           CLOSE BANK-REMITTANCE.
           CLOSE FGTS-REMITTANCE.
           CLOSE TRANSIT-PURCHASE.
           CLOSE SYSTEM-EXCEPTIONS.
           CLOSE PAYROLL-HISTORY.
           CLOSE AUDIT-TRAIL.
               END-IF
           END-PERFORM.

      *    TRAILERS DO CNAB 240 COM OS CREDITOS QUE FORAM AO BANCO
      *    (O LIQUIDO DE QUEM FICOU SEM CONTA NAO ENTRA)
           MOVE 'T' TO CNP-ACAO.
           MOVE WRK-QT-REMESSA    TO CNP-QT-DETALHES.
           MOVE WRK-TOTAL-REMESSA TO CNP-VALOR-TOTAL.
           PERFORM 0109-CHAMAR-CNAB.
           WRITE BR-LINHA FROM CNP-LINHA.
           MOVE 'F' TO CNP-ACAO.
           PERFORM 0109-CHAMAR-CNAB.
           WRITE BR-LINHA FROM CNP-LINHA.
           IF WRK-QT-SEM-CONTA > ZEROS
               DISPLAY '*** ' WRK-QT-SEM-CONTA ' FUNCIONARIO(S) SEM'
                       ' CONTA NO EMPBANCO - FORA DO BANKREM ***'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE WRK-QT-FUNC     TO FG-T-QTD.
           MOVE WRK-TOTAL-FGTS  TO FG-T-TOTAL.
           WRITE FG-LINHA FROM FG-TRAILER.

           MOVE WRK-QT-VT       TO VC-T-QTD.
           COMPUTE VC-T-TOTAL = WRK-TOTAL-VT-DESC
               + WRK-TOTAL-VT-EMPRESA.
           WRITE VC-LINHA FROM VC-TRAILER.

           IF NOT MODO-ENSAIO
               OPEN OUTPUT PAYROLL-CONTROL
               MOVE WRK-DATASYS       TO PC-DATA
           END-IF.

      *    OS TOTAIS RETIDOS DO LADO EMPREGADOR FECHAM O EXTRATO DO
      *    RAZAO PARA A CONTABILIDADE CONFERIR A FOLHA. O SALARIO-
      *    FAMILIA PAGO NO LIQUIDO E COMPENSADO NO INSS A RECOLHER:
      *    A LINHA DE INSS SAI LIQUIDA DA COMPENSACAO E O DEBITO
      *    (FOLHA BRUTA) CONTINUA FECHANDO COM OS CREDITOS
           IF WRK-TOTAL-SAL-FAMILIA > WRK-TOTAL-INSS
               DISPLAY '*** SALARIO-FAMILIA MAIOR QUE O INSS RETIDO'
                       ' - COMPENSACAO NAO CABE NA GUIA ***'
               MOVE ZEROS TO WRK-INSS-RECOLHER
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WRK-INSS-RECOLHER = WRK-TOTAL-INSS
                   - WRK-TOTAL-SAL-FAMILIA
           END-IF.
           MOVE 'INSS      ' TO WRK-EVENTO.
           MOVE 'INSS RETIDO'    TO GL-T-CONTA.
           MOVE WRK-INSS-RECOLHER TO GL-T-VALOR.
           PERFORM 0310-GRAVAR-TOTAL-GL.
           MOVE 'IRRF      ' TO WRK-EVENTO.
           MOVE 'IRRF RETIDO'    TO GL-T-CONTA.
               MOVE WRK-TOTAL-EMPREST TO GL-T-VALOR
               PERFORM 0310-GRAVAR-TOTAL-GL
           END-IF.
           IF WRK-TOTAL-VT-DESC > ZEROS
               MOVE 'VTDESCONTO' TO WRK-EVENTO
               MOVE 'VALE-TRANSP DESCONT.' TO GL-T-CONTA
               MOVE WRK-TOTAL-VT-DESC TO GL-T-VALOR
               PERFORM 0310-GRAVAR-TOTAL-GL
           END-IF.

      *    A PARTE DO VALE-TRANSPORTE PAGA PELA EMPRESA E CUSTO
      *    PATRONAL COMO O FGTS: ROTULO PROPRIO, FORA DO BALANCO
      *    DEBITO/CREDITO DA FOLHA
           IF WRK-TOTAL-VT-EMPRESA > ZEROS
               MOVE 'VTEMPRESA ' TO WRK-EVENTO
               PERFORM 0187-BUSCAR-CONTA
               IF WRK-CONTA-ACHADA = 'S'
                   MOVE WRK-CONTA-CTB  TO GV-T-CONTA-CTB
                   MOVE 'VALE-TRANSP EMPRESA' TO GV-T-CONTA
                   MOVE WRK-TOTAL-VT-EMPRESA TO GV-T-VALOR
                   WRITE GL-LINHA FROM GL-TOTAL-VALE-TRANSP
               ELSE
                   DISPLAY '*** EVENTO VTEMPRESA SEM CONTA CONTABIL'
                           ' VIGENTE - NAO POSTADO ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    O FGTS E ENCARGO PATRONAL: SAI COM ROTULO PROPRIO, FORA
      *    DO BALANCO DEBITO/CREDITO DA FOLHA QUE O PROGCOB24 REFAZ

           MOVE WRK-QT-GL-LINHAS  TO GL-T-QTD.
           MOVE WRK-TOTAL-FOLHA   TO GL-T-DEBITOS.
           COMPUTE GL-T-CREDITOS = WRK-INSS-RECOLHER
               + WRK-TOTAL-IRRF + WRK-TOTAL-LIQUIDO
               + WRK-TOTAL-ADIANT + WRK-TOTAL-EMPREST
               + WRK-TOTAL-VT-DESC.
           WRITE GL-LINHA FROM GL-TRAILER.

      *    LANCAMENTO DE EXTRAS QUE NENHUM FUNCIONARIO DA FOLHA
           MOVE WRK-TOTAL-ADIANT TO WRK-TOTAL-ADIANT-ED.
           MOVE WRK-TOTAL-EXTRAS TO WRK-TOTAL-EXTRAS-ED.
           MOVE WRK-TOTAL-EMPREST TO WRK-TOTAL-EMP-ED.
           MOVE WRK-TOTAL-SAL-FAMILIA TO WRK-TOTAL-SF-ED.
           MOVE WRK-TOTAL-DED-DEPEND TO WRK-TOTAL-DED-ED.
           MOVE WRK-TOTAL-VT-DESC TO WRK-TOTAL-VT-DESC-ED.
           MOVE WRK-TOTAL-VT-EMPRESA TO WRK-TOTAL-VT-EMP-ED.
           MOVE WRK-TOTAL-DISSIDIO TO WRK-TOTAL-DIS-ED.
           MOVE WRK-TOTAL-FALTAS TO WRK-TOTAL-FALTAS-ED.
           DISPLAY '-------------------------'
           DISPLAY 'FUNCIONARIOS PROCESSADOS.. ' WRK-QT-FUNC.
           DISPLAY 'FUNCIONARIOS REJEITADOS... ' WRK-QT-REJEITADOS.
           DISPLAY 'TOTAL FGTS PATRONAL... R$ ' WRK-TOTAL-FGTS-ED.
           DISPLAY 'TOTAL ADIANTAMENTOS... R$ ' WRK-TOTAL-ADIANT-ED.
           DISPLAY 'TOTAL HORAS EXTRAS.... R$ ' WRK-TOTAL-EXTRAS-ED.
           DISPLAY 'FALTAS E ATRASOS...... R$ ' WRK-TOTAL-FALTAS-ED.
           DISPLAY 'DIFERENCA DISSIDIO.... R$ ' WRK-TOTAL-DIS-ED.
           DISPLAY 'TOTAL EMPRESTIMOS..... R$ ' WRK-TOTAL-EMP-ED.
           DISPLAY 'VALE-TRANSP DESCONTO.. R$ ' WRK-TOTAL-VT-DESC-ED.
           DISPLAY 'VALE-TRANSP EMPRESA... R$ ' WRK-TOTAL-VT-EMP-ED.
           DISPLAY 'TOTAL INSS RETIDO..... R$ ' WRK-TOTAL-INSS-ED.
           DISPLAY 'TOTAL IRRF RETIDO..... R$ ' WRK-TOTAL-IRRF-ED.
           DISPLAY 'TOTAL SALARIO-FAMILIA. R$ ' WRK-TOTAL-SF-ED.
           DISPLAY 'DEDUCAO DEPENDENTES... R$ ' WRK-TOTAL-DED-ED.
           DISPLAY 'TOTAL LIQUIDO......... R$ ' WRK-TOTAL-LIQ-ED.
           DISPLAY 'CREDITOS NO BANKREM....... ' WRK-QT-REMESSA.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           PERFORM 0249-FECHAR-ARREDONDAMENTO.
           MOVE 'FIM' TO RLP-FASE.
           COMPUTE RLP-LIDOS = WRK-QT-FUNC + WRK-QT-REJEITADOS.
           COMPUTE RLP-GRAVADOS = WRK-QT-FUNC.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
           IF NOT MODO-ENSAIO AND RETURN-CODE < 8
               PERFORM 0320-GRAVAR-BATCTRL
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAYSTUB-FILE.
           CLOSE GL-EXTRACT.
           CLOSE EXCEPTION-RPT.
           CLOSE BANK-REMITTANCE.
           CLOSE FGTS-REMITTANCE.
           CLOSE TRANSIT-PURCHASE.
           CLOSE SYSTEM-EXCEPTIONS.
           CLOSE PAYROLL-HISTORY.
           CLOSE AUDIT-TRAIL.

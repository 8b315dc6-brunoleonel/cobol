      *       CREDITO E PARCELAS DE CLIENTE FUNDIDO PASSAM
      *       A SER GRAVADOS NO SOBREVIVENTE E NAO NO ID
      *       APOSENTADO
      * 168 - MOVIMENTO DE ESTOQUE GRAVADO COM O NOVO
      *       CAMPO SMV-DOCUMENTO ZERADO (O NUMERO DE
      *       DOCUMENTO SO E USADO EM TRANSFERENCIA E
      *       RECEBIMENTO)
      * 169 - PROMOCOES (PROMO.DAT: PERCENTUAL POR
      *       DEPARTAMENTO, PRECO FIXO POR PRODUTO E LEVE X
      *       PAGUE Y, COM VIGENCIA E ESCOPO DE LOJA): ITEM
      *       VENDIDO PELO PRECO PROMOCIONAL E ACEITO SEM
      *       DESVIO DE PRECO E ACUMULADO POR PROMOCAO/LOJA/
      *       DATA EM PROMVEND.DAT (QTDE, RECEITA E CUSTO DO
      *       DESCONTO, COM JORNAL) PARA O RELATORIO DE
      *       CAMPANHA PROGCOB105 (O REPROCESSO NAO ACUMULA
      *       DE NOVO)
      * 171 - VENDA EM CARTAO ACUMULADA POR TICKET EM
      *       TKCARTAO.DAT (LOJA/DATA/TICKET, COM JORNAL)
      *       PARA O CHARGEBACK DA ADQUIRENTE SER MARCADO NO
      *       TICKET DE ORIGEM PELO PROGCOB108 (O REPROCESSO
      *       NAO ACUMULA DE NOVO)
      * 172 - PARCELA GERADA COM MULTA, JUROS E ENCARGOS
      *       ZERADOS (APROPRIADOS PELO PROGCOB110)
      * 173 - CRITICA DE CREDITO NA VENDA PARCELADA: SALDO
      *       EM ABERTO DO CLIENTE EM PARCELAS.DAT (PRINCIPAL
      *       E ENCARGOS) MAIS A VENDA CONTRA O LIMITE DO
      *       CUSTMST (ZERADO = CRED-LIMITE-PADRAO EM REAIS)
      *       - NO LOTE O DETALHE VAI PARA VENDAS.REJ
      *       ('LIMC' LIMITE EXCEDIDO, 'ATRC' PARCELA VENCIDA
      *       HA MAIS DE CRED-DIAS-BLOQUEIO DIAS, 'BLQC'
      *       CREDITO BLOQUEADO NO CADASTRO); NA CAPTURA
      *       INTERATIVA O LIMITE EXCEDIDO PODE SER LIBERADO
      *       POR SUPERVISOR (PERMS NIVEL 03 E FUNCAO 'LCRD'
      *       DA MATRIZ PROGCOB21, EXCECAO E051) E A RECUSA
      *       REGISTRA A EXCECAO E052
      * 174 - PARCELA GERADA COM OS CAMPOS DE BAIXA E
      *       RECUPERACAO ZERADOS; PARCELA BAIXADA COMO
      *       INCOBRAVEL (PROGCOB111) E AINDA NAO
      *       RECUPERADA BLOQUEIA NOVA VENDA PARCELADA DO
      *       CLIENTE ('ATRC')
      * 175 - PONTOS DE FIDELIDADE: ITEM DE CLIENTE
      *       IDENTIFICADO GANHA PONTOS POR REAL (REGRA DE
      *       PROMOCAO OU DEPARTAMENTO EM REGPONT.DAT, SENAO
      *       PONTOS-POR-REAL DE CONFIG.CFG) EM LOTES
      *       MENSAIS DE PONTOS.DAT COM EXTRATO EM
      *       PNTMOV.DAT; DEVOLUCAO/CANCELAMENTO ESTORNA OS
      *       PONTOS. NOVO MEIO DE PAGAMENTO 'F' RESGATA
      *       PONTOS (PONTOS-VALOR-CENT CENTAVOS POR PONTO),
      *       SO A VISTA E COM CLIENTE - SALDO INSUFICIENTE
      *       E REJEITADO ('PNTS') NO LOTE E REDIGITADO NO
      *       INTERATIVO; DEVOLUCAO DE ITEM PAGO EM PONTOS
      *       DEVOLVE OS PONTOS EM VEZ DE CREDITO DE LOJA.
      *       O REPROCESSO NAO MOVIMENTA PONTOS (JA
      *       LANCADOS NA RODADA ORIGINAL). EXPIRACAO E
      *       PASSIVO MENSAL NO PROGCOB112
      * 178 - MOVIMENTO DE ESTOQUE DA VENDA/DEVOLUCAO/
      *       CANCELAMENTO GRAVADO COM O CUSTO MEDIO DA
      *       LOJA/PRODUTO (CUSTMED.DAT, SEM CUSTO MEDIO VALE
      *       O PROD-CUSTO) EM SMV-CUSTO-UNIT, BASE DO CMV
      *       CONTABILIZADO PELO PROGCOB115
      * 180 - TODO ITEM (VENDA, DEVOLUCAO E CANCELAMENTO)
      *       GRAVADO COM O VENDEDOR E O CLIENTE EM
      *       VENDMOV.DAT PARA O RELATORIO SEMANAL DE
      *       CANCELAMENTOS E DEVOLUCOES POR VENDEDOR
      *       PROGCOB118 (O REPROCESSO NAO REGRAVA)
      * 181 - DOCUMENTO FISCAL ELETRONICO POR TICKET DE
      *       VENDA EM NFCE.OUT (CABECALHO COM CPF DO
      *       CLIENTE, ITENS COM ALIQUOTA DO TAXRATES.DAT,
      *       FORMAS DE PAGAMENTO E TOTAL) NUMERADO NA SERIE
      *       SEQUENCIAL DA LOJA (NFCSEQ.DAT, COM JORNAL);
      *       CANCELAMENTO GERA EVENTO '50' CONTRA O NUMERO
      *       ORIGINAL (TICKET X NUMERO EM NFCTKT.DAT) E SEM
      *       DOCUMENTO ORIGINAL REGISTRA A EXCECAO E054. O
      *       REPROCESSO NAO EMITE (NUMERACAO JA CONSUMIDA)
      * 200 - ENCOMENDAS DE CLIENTE (ENCOMEND.DAT): VENDA
      *       AVULSA SO CONSOME O SALDO LIVRE (EST-SALDO
      *       MENOS EST-RESERVADO) - NO INTERATIVO O ITEM E
      *       RECUSADO E NO LOTE REGISTRA A EXCECAO E057.
      *       VENDA AO CLIENTE DA ENCOMENDA RESERVADA NA
      *       LOJA/PRODUTO E A RETIRADA: A ENCOMENDA PASSA A
      *       'T' COM DATA E TICKET, A RESERVA E BAIXADA E O
      *       SINAL E ABATIDO DA VENDA (METPAG.DAT RECEBE SO
      *       O SALDO PAGO; SINAL MAIOR QUE A VENDA VIRA
      *       CREDITO DE LOJA). POSICAO NOVA GRAVADA COM
      *       EST-RESERVADO ZERADO. O REPROCESSO NAO
      *       MOVIMENTA ENCOMENDAS
      * 202 - VENDA DE PRODUTO COM LOTE EM ESTLOTE.DAT
      *       BAIXA A QUANTIDADE DOS LOTES ATIVOS DA
      *       LOJA/PRODUTO NA ORDEM DE VALIDADE (PRIMEIRO O
      *       QUE VENCE PRIMEIRO), COM JORNAL; LOTE ZERADO
      *       PASSA A ESGOTADO. DEVOLUCAO E CANCELAMENTO NAO
      *       VOLTAM PARA O LOTE E O REPROCESSO NAO MOVIMENTA
      *       LOTES
      * 203 - COMPRA DE FUNCIONARIO (VEN-FUNCIONARIO, 'E'
      *       ATIVO DO MESTRE): PRECO DO ITEM COM O DESCONTO
      *       FUNC-DESCONTO-PERC DE CONFIG.CFG E COMPRAS DO
      *       MES (TODAS AS LOJAS) LIMITADAS A
      *       FUNC-LIMITE-MENSAL - NO LOTE O DETALHE VAI PARA
      *       VENDAS.REJ ('FUNC' FUNCIONARIO INVALIDO, 'LIMF'
      *       LIMITE EXCEDIDO, 'FOLH' DESCONTO EM FOLHA SEM
      *       FUNCIONARIO OU PARCELADO) E NO INTERATIVO O ITEM
      *       E REDIGITADO; LIMITE EXCEDIDO REGISTRA A EXCECAO
      *       E059. NOVO MEIO DE PAGAMENTO 'S' (DESCONTO EM
      *       FOLHA). ACUMULADO POR FUNCIONARIO/MES/LOJA EM
      *       COMPFUNC.DAT (COM JORNAL) PARA O PROGCOB156; O
      *       REPROCESSO NAO ACUMULA NEM CONFERE O LIMITE.
      *       IMAGEM DO REJEITO AMPLIADA PARA 52 BYTES
      * 205 - HORA DA VENDA GRAVADA NO VENDMOV.DAT (VNM-HORA
      *       HHMM): NO LOTE VEM DO DETALHE (VEN-HORA; AUSENTE
      *       OU INVALIDA VAI COMO 9999 = NAO INFORMADA), NO
      *       INTERATIVO E A HORA DO SISTEMA - BASE DO PERFIL
      *       HORARIO DO PROGCOB160. IMAGEM DO REJEITO
      *       AMPLIADA PARA 56 BYTES
      * 210 - SUMARIO MENSAL SALESUM.DAT (VSUMREC) MANTIDO
      *       JUNTO COM O DETALHE, COM JORNAL: CADA TOTAL
      *       LOJA/DIA GRAVADO (OU ESTORNADO NO REPROCESSO)
      *       SOMA NA LINHA 'L' DA LOJA/MES E CADA VENDA POR
      *       PRODUTO SOMA NA LINHA 'D' DO DEPARTAMENTO DO
      *       PRODUTO - BASE DOS RELATORIOS PROGCOB25/27/62,
      *       RECRIADO E CONFERIDO PELO PROGCOB166
      * 214 - PRODUTO KIT (ESTRUTURA EM KITCOMP.DAT, COPY
      *       KITREC): A VENDA/DEVOLUCAO DO KIT MOVIMENTA O
      *       ESTOQUE E O STKMOV.DAT DE CADA COMPONENTE
      *       (QUANTIDADE DO ITEM X QUANTIDADE NO KIT, MOTIVO
      *       'KIT ' E O CODIGO DO KIT EM SMV-DOCUMENTO, AO
      *       CUSTO MEDIO DO COMPONENTE) EM LUGAR DO CODIGO
      *       DO KIT
      * 223 - NO REPROCESSO O CREDITO DO LOTE NAO E
      *       CONFERIDO NOVAMENTE (A VENDA JA FOI ACEITA)
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ENCOMENDA-FILE ASSIGN TO 'ENCOMEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-ITEM
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-ENCOMENDA.
           SELECT ESTLOTE-FILE ASSIGN TO 'ESTLOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTE.
           SELECT COMPFUNC-FILE ASSIGN TO 'COMPFUNC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFU-CHAVE
               FILE STATUS IS WRK-FS-COMPFUNC.
           SELECT CUSTMED-FILE ASSIGN TO 'CUSTMED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMD-CHAVE
               FILE STATUS IS WRK-FS-CUSTMED.
           SELECT KITCOMP-FILE ASSIGN TO 'KITCOMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KITCOMP.
           SELECT METPAG-FILE ASSIGN TO 'METPAG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WRK-FS-CREDMOV.
           SELECT PARCELAS-FILE ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT DIFERIDO-FILE ASSIGN TO 'DIFERIDO.DAT'
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSL-CHAVE
               FILE STATUS IS WRK-FS-PRODSLS.
           SELECT SALESUM-FILE ASSIGN TO 'SALESUM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSM-CHAVE
               FILE STATUS IS WRK-FS-SALESUM.
           SELECT VENDMOV-FILE ASSIGN TO 'VENDMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDMOV.
           SELECT PROMO-FILE ASSIGN TO 'PROMO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROMO.
           SELECT PROMVEND-FILE ASSIGN TO 'PROMVEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PVD-CHAVE
               FILE STATUS IS WRK-FS-PROMVEND.
           SELECT TKCARTAO-FILE ASSIGN TO 'TKCARTAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKC-CHAVE
               FILE STATUS IS WRK-FS-TKCARTAO.
           SELECT NFCE-FILE ASSIGN TO 'NFCE.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFCE.
           SELECT NFCSEQ-FILE ASSIGN TO 'NFCSEQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFS-LOJA
               FILE STATUS IS WRK-FS-NFCSEQ.
           SELECT NFCTKT-FILE ASSIGN TO 'NFCTKT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFT-CHAVE
               FILE STATUS IS WRK-FS-NFCTKT.
           SELECT PERMS-FILE ASSIGN TO 'PERMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERM-USER
               FILE STATUS IS WRK-FS-PERMS.
           SELECT PONTOS-FILE ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PNT-CLIENTE
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT PNTMOV-FILE ASSIGN TO 'PNTMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PNTMOV.
           SELECT REGPONT-FILE ASSIGN TO 'REGPONT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REGPONT.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FILE.
           02 RATE-TAXA      PIC 9(05)V9(06).
       FD  REJEITO-FILE.
       01  REJ-REGISTRO.
           02 REJ-VENDA      PIC X(56).
           02 REJ-MOTIVO     PIC X(04).
       FD  PRODUCTS-FILE.
           COPY 'PRODREC.cob'.
           02 PRC-PRECO         PIC 9(05)V99.
       FD  PRODSLS-FILE.
           COPY 'PSLSREC.cob'.
       FD  SALESUM-FILE.
           COPY 'VSUMREC.cob'.
       FD  PROMO-FILE.
           COPY 'PROMREC.cob'.
       FD  PROMVEND-FILE.
           COPY 'PVNDREC.cob'.
       FD  TKCARTAO-FILE.
           COPY 'TKCREC.cob'.
       FD  NFCE-FILE.
           COPY 'NFCEREC.cob'.
       FD  NFCSEQ-FILE.
           COPY 'NFCSREC.cob'.
       FD  NFCTKT-FILE.
       01  NFT-REGISTRO.
           02 NFT-CHAVE.
               03 NFT-LOJA      PIC 9(03).
               03 NFT-DATA      PIC 9(08).
               03 NFT-TICKET    PIC 9(06).
           02 NFT-NUMERO        PIC 9(09).
           02 NFT-VALOR         PIC 9(09)V99.
           02 NFT-SITUACAO      PIC X(01).
               88 NFT-EMITIDO   VALUE 'E'.
               88 NFT-CANCELADO VALUE 'C'.
       FD  PERMS-FILE.
           COPY 'PERMREC.cob'.
       FD  PONTOS-FILE.
           COPY 'PNTSREC.cob'.
       FD  PNTMOV-FILE.
           COPY 'PMOVREC.cob'.
       FD  REGPONT-FILE.
           COPY 'RGPTREC.cob'.
       FD  STKMOV-FILE.
           COPY 'SMOVREC.cob'.
       FD  ESTOQUE-FILE.
           COPY 'ESTQREC.cob'.
       FD  ENCOMENDA-FILE.
           COPY 'ENCREC.cob'.
       FD  ESTLOTE-FILE.
           COPY 'ESLTREC.cob'.
       FD  COMPFUNC-FILE.
           COPY 'CFUNREC.cob'.
       FD  CUSTMED-FILE.
           COPY 'CMEDREC.cob'.
       FD  KITCOMP-FILE.
           COPY 'KITREC.cob'.
       FD  METPAG-FILE.
           COPY 'MPAGREC.cob'.
       FD  CREDITO-FILE.
           COPY 'DIFREC.cob'.
       FD  VENDCOM-FILE.
           COPY 'VCOMREC.cob'.
       FD  VENDMOV-FILE.
           COPY 'VNDMREC.cob'.
       FD  AJUSTES-FILE.
       01  AJU-REGISTRO.
           02 AJU-DATA        PIC 9(08).
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRODSLS==.
       77 WRK-QTDE-ASSINADA PIC S9(07) VALUE ZEROS.
       77 WRK-FS-SALESUM  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-SALESUM==.
       01 WRK-SUMARIO.
           02 WRK-SUM-ANOMES  PIC 9(06).
           02 WRK-SUM-LOJA    PIC 9(03).
           02 WRK-SUM-TIPO    PIC X(01).
           02 WRK-SUM-DEPTO   PIC 9(02).
           02 WRK-SUM-QTDE    PIC S9(09).
           02 WRK-SUM-VALOR   PIC S9(13)V99.
           02 WRK-SUM-IMPOSTO PIC S9(11)V99.
       77 WRK-FS-PRECOS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PRECOS==.
       01 WRK-OVR-TOTAIS.
           02 WRK-OV-QTDE PIC 9(05) OCCURS 999 TIMES.
       77 WRK-IDX-OVR       PIC 9(04) VALUE ZEROS.
       77 WRK-FS-PROMO    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PROMO==.
       77 WRK-FS-PROMVEND PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PROMVEND==.
       77 WRK-FS-TKCARTAO PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-TKCARTAO==.
       77 WRK-FS-NFCE     PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-NFCE==.
       77 WRK-FS-NFCSEQ   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-NFCSEQ==.
       77 WRK-FS-NFCTKT   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-NFCTKT==.
       77 WRK-SW-NFC      PIC X(01) VALUE 'N'.
           88 WRK-NFC-ABERTO VALUE 'S'.
       01 WRK-NFC-CHAVE.
           02 WRK-NFK-LOJA    PIC 9(03).
           02 WRK-NFK-DATA    PIC 9(08).
           02 WRK-NFK-TICKET  PIC 9(06).
       01 WRK-NFC-CHAVE-ITEM.
           02 WRK-NFI-LOJA    PIC 9(03).
           02 WRK-NFI-DATA    PIC 9(08).
           02 WRK-NFI-TICKET  PIC 9(06).
       77 WRK-NFC-NUMERO  PIC 9(09) VALUE ZEROS.
       77 WRK-NFC-ITENS   PIC 9(03) VALUE ZEROS.
       77 WRK-NFC-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NFC-IMPOSTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NFC-CPF     PIC 9(11) VALUE ZEROS.
       77 WRK-QTD-NFC     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NFC-CANC PIC 9(07) VALUE ZEROS.
       01 WRK-TAB-NFC-PAGTO.
           02 WRK-NP-ENTRADA OCCURS 10 TIMES.
               03 WRK-NP-FORMA    PIC X(01).
               03 WRK-NP-PARCELAS PIC 9(02).
               03 WRK-NP-VALOR    PIC 9(09)V99.
       77 WRK-QTD-NFC-PAGTO PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-NFC-PAGTO PIC 9(02) VALUE ZEROS.
       77 WRK-SW-NFC-PAGTO  PIC X(01) VALUE 'N'.
           88 WRK-NFC-PAGTO-ACHADO VALUE 'S'.
       77 WRK-FS-PERMS    PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PERMS==.
       77 WRK-LIMITE-PADRAO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIAS-BLOQUEIO  PIC 9(03) VALUE 30.
       77 WRK-LIMITE-CLIENTE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SIT-CREDITO    PIC X(01) VALUE SPACES.
           88 WRK-CREDITO-BLOQUEADO VALUE 'B'.
       77 WRK-SALDO-DEVEDOR  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-PROJETADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MAIOR-ATRASO   PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-ATRASO    PIC S9(07) VALUE ZEROS.
       77 WRK-MOTIVO-CRED    PIC X(04) VALUE SPACES.
       77 WRK-DESC-CRED      PIC X(30) VALUE SPACES.
       77 WRK-SW-FIM-PARC    PIC X(01) VALUE 'N'.
           88 WRK-FIM-PARCELAS VALUE 'S'.
       77 WRK-SW-CRED-OK     PIC X(01) VALUE 'N'.
           88 WRK-CREDITO-LIBERADO VALUE 'S'.
       77 WRK-SUP-USER       PIC 9(02) VALUE ZEROS.
       77 WRK-SUP-PIN        PIC 9(04) VALUE ZEROS.
       77 WRK-SUP-LEVEL      PIC 9(02) VALUE ZEROS.
           88 WRK-SUP-SUPERVISOR VALUE 03.
       01 WRK-AUTORIZACAO.
           02 WRK-AUT-USER      PIC 9(02).
           02 WRK-AUT-FUNCAO    PIC X(04).
           02 WRK-AUT-RESULTADO PIC X(01).
       77 WRK-SERIAL-NEGOCIO PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-VENC    PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-SERIAL.
           02 WRK-SER-ANO    PIC 9(04).
           02 WRK-SER-MES    PIC 9(02).
           02 WRK-SER-DIA    PIC 9(02).
       77 WRK-SERIAL-SAIDA   PIC 9(07) VALUE ZEROS.
       01 WRK-TAB-PROMOCOES.
           02 WRK-PM-ENTRADA OCCURS 100 TIMES.
               03 WRK-PM-CODIGO  PIC 9(05).
               03 WRK-PM-TIPO    PIC X(01).
               03 WRK-PM-LOJA    PIC 9(03).
               03 WRK-PM-DEPTO   PIC 9(02).
               03 WRK-PM-PRODUTO PIC 9(05).
               03 WRK-PM-INI     PIC 9(08).
               03 WRK-PM-FIM     PIC 9(08).
               03 WRK-PM-PERC    PIC 9(02)V99.
               03 WRK-PM-PRECO   PIC 9(05)V99.
               03 WRK-PM-LEVE    PIC 9(03).
               03 WRK-PM-PAGUE   PIC 9(03).
       77 WRK-QTD-PROMOCOES PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PROMO     PIC 9(03) VALUE ZEROS.
       77 WRK-DEPTO-PRODUTO PIC 9(02) VALUE ZEROS.
       77 WRK-PRECO-PROMO   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PROMO-CODIGO  PIC 9(05) VALUE ZEROS.
       77 WRK-DESCONTO-UNIT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DESCONTO-ITEM PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QTD-ITENS-PROMO PIC 9(07) VALUE ZEROS.
       77 WRK-SW-PROMOCAO   PIC X(01) VALUE 'N'.
           88 WRK-PROMOCAO-APLICADA VALUE 'S'.
       77 WRK-FS-STKMOV   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-STKMOV==.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTOQUE==.
       77 WRK-QTDE-ESTOQUE  PIC S9(07) VALUE ZEROS.
       77 WRK-FS-ENCOMENDA PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ENCOMENDA==.
       77 WRK-SW-FIM-ENC    PIC X(01) VALUE 'N'.
           88 WRK-FIM-ENCOMENDAS VALUE 'S'.
       77 WRK-SW-ENC-ACHADA PIC X(01) VALUE 'N'.
           88 WRK-ENCOMENDA-ACHADA VALUE 'S'.
       77 WRK-SW-RESERVA    PIC X(01) VALUE 'N'.
           88 WRK-RESERVA-VIOLADA VALUE 'S'.
       77 WRK-ENC-NUMERO    PIC 9(07) VALUE ZEROS.
       77 WRK-ENC-QTDE      PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-LIVRE    PIC S9(07) VALUE ZEROS.
       77 WRK-SINAL-APLICADO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SINAL-SOBRA   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-PAGAR   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-RETIRADAS PIC 9(05) VALUE ZEROS.
       77 WRK-FS-ESTLOTE  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-ESTLOTE==.
       77 WRK-SW-FIM-LOTE   PIC X(01) VALUE 'N'.
           88 WRK-FIM-LOTES VALUE 'S'.
       77 WRK-QTDE-A-BAIXAR PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-BAIXAS-LOTE PIC 9(07) VALUE ZEROS.
       77 WRK-FS-COMPFUNC PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-COMPFUNC==.
       77 WRK-FUNCIONARIO    PIC 9(03) VALUE ZEROS.
       01 WRK-HORA-VENDA.
           02 WRK-HV-HH          PIC 9(02) VALUE 99.
           02 WRK-HV-MM          PIC 9(02) VALUE 99.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-FUNCIONARIO PIC X(20) VALUE SPACES.
       77 WRK-SW-FUNC-OK     PIC X(01) VALUE 'N'.
           88 WRK-FUNCIONARIO-VALIDO VALUE 'S'.
       77 WRK-SW-COMPRA-FUNC PIC X(01) VALUE 'N'.
           88 WRK-COMPRA-FUNC-OK VALUE 'S'.
       77 WRK-MOTIVO-FUNC    PIC X(04) VALUE SPACES.
       77 WRK-DESC-FUNC      PIC X(40) VALUE SPACES.
       77 WRK-FUNC-DESC-PERC PIC 9(02)V99 VALUE 10.
       77 WRK-FUNC-LIMITE    PIC 9(07)V99 VALUE 500.
       77 WRK-FUNC-PRECO     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-FUNC-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FUNC-DESCONTO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FUNC-ACUMULADO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-FUNC-PROJETADO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-FUNC-ANOMES    PIC 9(06) VALUE ZEROS.
       77 WRK-SW-FIM-CFU     PIC X(01) VALUE 'N'.
           88 WRK-FIM-COMPRAS-FUNC VALUE 'S'.
       77 WRK-QTD-COMPRAS-FUNC PIC 9(07) VALUE ZEROS.
       77 WRK-FS-CUSTMED  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-CUSTMED==.
       77 WRK-CUSTO-MOV     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-FS-KITCOMP  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-KITCOMP==.
       77 WRK-PRODUTO-ESTQ  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-KIT      PIC S9(07) VALUE ZEROS.
       77 WRK-SW-KIT        PIC X(01) VALUE 'N'.
           88 WRK-PRODUTO-KIT VALUE 'S'.
       77 WRK-SW-FIM-KIT    PIC X(01) VALUE 'N'.
           88 WRK-FIM-KIT     VALUE 'S'.
       77 WRK-FS-METPAG   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-METPAG==.
       77 WRK-TIPO-CREDMOV  PIC X(01) VALUE SPACES.
       77 WRK-SALDO-CREDITO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RESGATA       PIC X(01) VALUE SPACES.
       77 WRK-FS-PONTOS   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PONTOS==.
       77 WRK-FS-PNTMOV   PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PNTMOV==.
       77 WRK-FS-REGPONT  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-REGPONT==.
       01 WRK-TAB-REGRAS-PNT.
           02 WRK-RP-ENTRADA OCCURS 100 TIMES.
               03 WRK-RP-TIPO     PIC X(01).
               03 WRK-RP-DEPTO    PIC 9(02).
               03 WRK-RP-PROMOCAO PIC 9(05).
               03 WRK-RP-PONTOS   PIC 9(03).
       77 WRK-QTD-REGRAS-PNT  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-REGRA-PNT   PIC 9(03) VALUE ZEROS.
       77 WRK-SW-REGRA-PROMO  PIC X(01) VALUE 'N'.
           88 WRK-TEM-REGRA-PROMO VALUE 'S'.
       77 WRK-SW-REGRA-DEPTO  PIC X(01) VALUE 'N'.
           88 WRK-TEM-REGRA-DEPTO VALUE 'S'.
       77 WRK-PNT-TAXA-PROMO  PIC 9(03) VALUE ZEROS.
       77 WRK-PNT-TAXA-DEPTO  PIC 9(03) VALUE ZEROS.
       77 WRK-PNT-POR-REAL    PIC 9(03) VALUE 1.
       77 WRK-PNT-VALOR-CENT  PIC 9(03) VALUE 1.
       77 WRK-PNT-TAXA        PIC 9(03) VALUE ZEROS.
       77 WRK-PNT-TIPO        PIC X(01) VALUE SPACES.
       77 WRK-PNT-PONTOS      PIC 9(09) VALUE ZEROS.
       77 WRK-PNT-MOVIDOS     PIC 9(09) VALUE ZEROS.
       77 WRK-PNT-RESTANTE    PIC 9(09) VALUE ZEROS.
       77 WRK-PNT-EXPIRADOS   PIC 9(09) VALUE ZEROS.
       77 WRK-PNT-SALDO       PIC 9(09) VALUE ZEROS.
       77 WRK-PNT-CENTAVOS    PIC 9(11) VALUE ZEROS.
       77 WRK-PNT-RESTO-CENT  PIC 9(03) VALUE ZEROS.
       77 WRK-PNT-ANOMES-ATUAL PIC 9(06) VALUE ZEROS.
       01 WRK-PNT-ANOMES.
           02 WRK-PNT-ANO     PIC 9(04).
           02 WRK-PNT-MES     PIC 9(02).
       77 WRK-PNT-SERIAL-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-PNT-SERIAL-LOTE PIC 9(06) VALUE ZEROS.
       77 WRK-PNT-SERIAL-K    PIC 9(06) VALUE ZEROS.
       77 WRK-PNT-IDADE       PIC S9(06) VALUE ZEROS.
       77 WRK-PNT-IDX         PIC 9(02) VALUE ZEROS.
       77 WRK-PNT-QUOC        PIC 9(06) VALUE ZEROS.
       77 WRK-PNT-RESTO       PIC 9(02) VALUE ZEROS.
       77 WRK-PMV-TIPO        PIC X(01) VALUE SPACES.
       77 WRK-PMV-PONTOS      PIC S9(09) VALUE ZEROS.
       77 WRK-PMV-VALOR       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SW-PNT-OK       PIC X(01) VALUE 'N'.
           88 WRK-PONTOS-OK VALUE 'S'.
       77 WRK-TOT-PNT-GANHOS  PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-PNT-RESGATE PIC 9(09) VALUE ZEROS.
       77 WRK-FS-PARCELAS PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-PARCELAS==.
       77 WRK-FS-VENDCOM  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-VENDCOM==.
       77 WRK-FS-VENDMOV  PIC X(02) VALUE SPACES.
           COPY 'ERRSTAT.cob' REPLACING LEADING ==FS-PREFIX==
               BY ==WRK-FS-VENDMOV==.
       77 WRK-SW-VEND-OK  PIC X(01) VALUE 'N'.
           88 WRK-VENDEDOR-VALIDO VALUE 'S'.
       77 WRK-NOME-VENDEDOR PIC X(20) VALUE SPACES.
           02 LINE 11 COLUMN 26 PIC 9(05)V99 USING WRK-PRECO-UNIT.
           02 LINE 12 COLUMN 5 VALUE 'CLIENTE (OPCIONAL): '.
           02 LINE 12 COLUMN 26 PIC 9(06) USING WRK-CLIENTE.
           02 LINE 13 COLUMN 5 VALUE 'PAGTO (D/C/P/F/S).: '.
           02 LINE 13 COLUMN 26 PIC X(01) USING WRK-PAGTO.
           02 LINE 14 COLUMN 5 VALUE 'PARCELAS (01).....: '.
           02 LINE 14 COLUMN 26 PIC 9(02) USING WRK-PARCELAS.
           02 LINE 15 COLUMN 5 VALUE 'VENDEDOR (OPCION.): '.
           02 LINE 15 COLUMN 26 PIC 9(03) USING WRK-VENDEDOR.
           02 LINE 16 COLUMN 5 VALUE 'FUNCIONARIO (OPC): '.
           02 LINE 16 COLUMN 26 PIC 9(03) USING WRK-FUNCIONARIO.
       01 TELA-CONF-VENDA.
           02 LINE 17 COLUMN 5 VALUE 'PRODUTO: '.
           02 LINE 17 COLUMN 15 PIC X(20) FROM WRK-NOME-PRODUTO.
           02 LINE 18 COLUMN 5 VALUE 'VALOR DO ITEM: '.
           02 LINE 18 COLUMN 21 PIC 9(09)V99 FROM WRK-VALOR-VENDA.
           02 LINE 19 COLUMN 5 VALUE 'CONFIRMA O LANCAMENTO (S/N): '.
           02 LINE 19 COLUMN 35 PIC X(01) USING WRK-CONFIRMA.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0140-CARREGAR-TAXAS.
           PERFORM 0142-CARREGAR-ALIQUOTAS.
           PERFORM 0139-CARREGAR-PRECOS.
           PERFORM 0161-CARREGAR-PROMOCOES.
           PERFORM 0171-CARREGAR-REGRAS-PONTOS.
           MOVE 'C' TO WRK-BD-FUNCAO.
           CALL 'PROGCOB90' USING WRK-BUSDATE.
           IF WRK-BD-RESULTADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-PARC-MAXIMO
                   PERFORM 0097-ECOAR-CFG
           END-IF.
           MOVE 'CRED-LIMITE-PADRAO' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-LIMITE-PADRAO
                   PERFORM 0097-ECOAR-CFG
           END-IF.
           MOVE 'CRED-DIAS-BLOQUEIO' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-DIAS-BLOQUEIO
                   PERFORM 0097-ECOAR-CFG
           END-IF.
           MOVE 'PONTOS-POR-REAL' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-PNT-POR-REAL
                   PERFORM 0097-ECOAR-CFG
           END-IF.
           MOVE 'PONTOS-VALOR-CENT' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM > 0
                   MOVE WRK-CF-VALOR-NUM TO WRK-PNT-VALOR-CENT
                   PERFORM 0097-ECOAR-CFG
           END-IF.
           MOVE 'FUNC-DESCONTO-PERC' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S' AND WRK-CF-VALOR-NUM < 100
                   MOVE WRK-CF-VALOR-NUM TO WRK-FUNC-DESC-PERC
                   PERFORM 0097-ECOAR-CFG
           END-IF.
           MOVE 'FUNC-LIMITE-MENSAL' TO WRK-CF-CHAVE.
           CALL 'PROGCOB48' USING WRK-CONFIG.
           IF WRK-CF-ACHADO = 'S'
                   MOVE WRK-CF-VALOR-NUM TO WRK-FUNC-LIMITE
                   PERFORM 0097-ECOAR-CFG
           END-IF.
       0150-PREPARAR-REPROCESSO.
           DISPLAY 'LOJA A REPROCESSAR: '.
           ACCEPT  WRK-REPROC-LOJA FROM CONSOLE.
                           MOVE 'ESTORNO'    TO WRK-AJU-TIPO
                           COMPUTE WRK-AJU-VALOR = 0 - SALES-TOTAL
                           PERFORM 0160-GRAVAR-AJUSTE
                           MOVE SALES-DATA(1:6) TO WRK-SUM-ANOMES
                           MOVE SALES-LOJA      TO WRK-SUM-LOJA
                           MOVE 'L'             TO WRK-SUM-TIPO
                           MOVE ZEROS           TO WRK-SUM-DEPTO
                           COMPUTE WRK-SUM-QTDE  = 0 - SALES-QTDE
                           COMPUTE WRK-SUM-VALOR = 0 - SALES-TOTAL
                           COMPUTE WRK-SUM-IMPOSTO =
                                   0 - SALES-IMPOSTO
                           MOVE SALES-REGISTRO TO WRK-JRN-ANTES
                           MOVE ZEROS TO SALES-QTDE SALES-TOTAL
                                         SALES-IMPOSTO
                           MOVE SALES-REGISTRO TO WRK-JRN-DEPOIS
                           REWRITE SALES-REGISTRO
                           PERFORM 0098-GRAVAR-JORNAL
                           PERFORM 0315-ATUALIZAR-SUMARIO
                           DISPLAY 'TOTAL ANTERIOR ESTORNADO'
                   END-READ
                   CLOSE SALES-FILE
           MOVE SPACES TO WRK-CONFIRMA.
           PERFORM 0420-ACEITAR-TELA
                   UNTIL WRK-CONFIRMA = 'S' OR WRK-LOJA = 0.
           IF WRK-LOJA NOT = 0 AND WRK-FUNCIONARIO > 0
                   PERFORM 0595-APLICAR-DESC-FUNC
           END-IF.
       0420-ACEITAR-TELA.
           DISPLAY TELA-VENDA.
           ACCEPT  TELA-VENDA.
                   IF WRK-CONFIRMA = 'S'
                           COMPUTE WRK-VALOR-VENDA =
                                   WRK-QTDE-ITEM * WRK-PRECO-UNIT
                           IF WRK-FUNCIONARIO > 0
                                   MOVE WRK-FUNC-VALOR
                                       TO WRK-VALOR-VENDA
                           END-IF
                           MOVE SPACES TO WRK-CONFIRMA
                           DISPLAY TELA-CONF-VENDA
                           ACCEPT  TELA-CONF-VENDA
           IF NOT WRK-PAGTO-DINHEIRO
              AND NOT WRK-PAGTO-CARTAO
              AND NOT WRK-PAGTO-PIX
              AND NOT WRK-PAGTO-PONTOS
              AND NOT WRK-PAGTO-FOLHA
                   DISPLAY 'MEIO DE PAGAMENTO INVALIDO'
                   MOVE 'N' TO WRK-CONFIRMA
           END-IF.
                   DISPLAY 'PRECO FORA DA TOLERANCIA DA TABELA'
                   MOVE 'N' TO WRK-CONFIRMA
           END-IF.
           IF WRK-CONFIRMA = 'S'
                   PERFORM 0590-CRITICAR-FUNCIONARIO
                   IF NOT WRK-COMPRA-FUNC-OK
                           DISPLAY WRK-DESC-FUNC
                           MOVE 'N' TO WRK-CONFIRMA
                   END-IF
           END-IF.
           IF WRK-CONFIRMA = 'S'
              AND WRK-TRANS-VENDA AND WRK-PARCELAS > 1
                   PERFORM 0169-CREDITO-CONSOLE
                   IF NOT WRK-CREDITO-LIBERADO
                           MOVE 'N' TO WRK-CONFIRMA
                   END-IF
           END-IF.
           IF WRK-CONFIRMA = 'S' AND WRK-PAGTO-PONTOS
                   PERFORM 0175-PONTOS-CONSOLE
                   IF NOT WRK-PONTOS-OK
                           MOVE 'N' TO WRK-CONFIRMA
                   END-IF
           END-IF.
           IF WRK-CONFIRMA = 'S' AND WRK-TRANS-VENDA
                   PERFORM 0570-CONFERIR-RESERVA
                   IF WRK-RESERVA-VIOLADA
                           DISPLAY 'ESTOQUE RESERVADO PARA ENCOMENDAS'
                                   ' - LIVRE: ' WRK-QTDE-LIVRE
                           MOVE 'N' TO WRK-CONFIRMA
                   END-IF
           END-IF.
       0132-OBTER-VENDA-PROMPTS.
           DISPLAY 'CODIGO DA LOJA (000 PARA ENCERRAR): '.
           ACCEPT  WRK-LOJA FROM CONSOLE.
                           WHEN NOT VEN-PAGTO-DINHEIRO
                                AND NOT VEN-PAGTO-CARTAO
                                AND NOT VEN-PAGTO-PIX
                                AND NOT VEN-PAGTO-PONTOS
                                AND NOT VEN-PAGTO-FOLHA
                                     MOVE 'PGTO' TO WRK-MOTIVO-REJ
                           WHEN VEN-PAGTO-PONTOS
                                AND (VEN-CLIENTE = ZEROS
                                  OR VEN-PARCELAS > 1)
                                     MOVE 'PNTS' TO WRK-MOTIVO-REJ
                           WHEN VEN-PARCELAS > WRK-PARC-MAXIMO
                                     MOVE 'PARC' TO WRK-MOTIVO-REJ
                           WHEN VEN-PARCELAS > 1
                                                 TO WRK-DATA-VENDA
                                             MOVE VEN-PRECO
                                                 TO WRK-PRECO-UNIT
                                             MOVE VEN-QTDE
                                                 TO WRK-QTDE-ITEM
                                             PERFORM 0108-CRITICAR-PRECO
                                             IF WRK-PRECO-FORA
                                                     MOVE 'PREC'
                                                       TO WRK-MOTIVO-REJ
                                             END-IF
                                     END-IF
                                     IF WRK-MOTIVO-REJ = SPACES
                                        AND VEN-TRANS-VENDA
                                        AND VEN-PARCELAS > 1
                                        AND NOT WRK-REPROCESSO
                                             PERFORM 0168-CREDITO-LOTE
                                     END-IF
                                     IF WRK-MOTIVO-REJ = SPACES
                                        AND VEN-TRANS-VENDA
                                        AND VEN-PAGTO-PONTOS
                                        AND NOT WRK-REPROCESSO
                                             PERFORM
                                               0174-CRITICAR-PONTOS
                                             IF NOT WRK-PONTOS-OK
                                                     MOVE 'PNTS'
                                                       TO WRK-MOTIVO-REJ
                                             END-IF
                                     END-IF
                                     IF WRK-MOTIVO-REJ = SPACES
                                             PERFORM
                                               0598-CRITICAR-FUNC-LOTE
                                     END-IF
                   END-EVALUATE
           END-IF.
           IF WRK-MOTIVO-REJ = SPACES
                           MOVE VEN-PARCELAS TO WRK-PARCELAS
                   END-IF
                   MOVE VEN-VENDEDOR  TO WRK-VENDEDOR
                   PERFORM 0660-OBTER-HORA-LOTE
                   IF WRK-FUNCIONARIO > 0
                           PERFORM 0595-APLICAR-DESC-FUNC
                   END-IF
           ELSE
                   PERFORM 0119-GRAVAR-REJEITO
           END-IF.
       0112-CONSULTAR-CLIENTE.
           MOVE 'N'    TO WRK-SW-CLI-OK.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           MOVE ZEROS  TO WRK-LIMITE-CLIENTE.
           MOVE SPACES TO WRK-SIT-CREDITO.
           MOVE WRK-CLIENTE TO WRK-CLIENTE-RESOLVIDO.
           OPEN INPUT CUSTMST-FILE.
           IF WRK-FS-CUSTMST-OK
                                   MOVE 'S' TO WRK-SW-CLI-OK
                                   MOVE CLI-NOME
                                       TO WRK-NOME-CLIENTE
                                   MOVE CLI-LIMITE-CREDITO
                                       TO WRK-LIMITE-CLIENTE
                                   MOVE CLI-SITUACAO-CREDITO
                                       TO WRK-SIT-CREDITO
                           END-IF
                   END-READ
                   CLOSE CUSTMST-FILE
           END-IF.
       0166-CRITICAR-CREDITO.
           MOVE SPACES TO WRK-MOTIVO-CRED WRK-DESC-CRED.
           MOVE ZEROS  TO WRK-SALDO-DEVEDOR WRK-MAIOR-ATRASO.
           IF WRK-LIMITE-CLIENTE = ZEROS
                   MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-CLIENTE
           END-IF.
           MOVE WRK-DATA-NEGOCIO TO WRK-DATA-SERIAL.
           PERFORM 0460-CALCULAR-SERIAL.
           MOVE WRK-SERIAL-SAIDA TO WRK-SERIAL-NEGOCIO.
           MOVE 'N' TO WRK-SW-FIM-PARC.
           OPEN INPUT PARCELAS-FILE.
           IF WRK-FS-PARCELAS-OK
                   MOVE ZEROS       TO PAR-CHAVE
                   MOVE WRK-CLIENTE TO PAR-CLIENTE
                   START PARCELAS-FILE KEY >= PAR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM-PARC
                   END-START
                   PERFORM 0167-SOMAR-PARCELA
                           UNTIL WRK-FIM-PARCELAS
           END-IF.
           CLOSE PARCELAS-FILE.
           COMPUTE WRK-SALDO-PROJETADO =
                   WRK-SALDO-DEVEDOR + WRK-VALOR-VENDA.
           EVALUATE TRUE
                   WHEN WRK-CREDITO-BLOQUEADO
                             MOVE 'BLQC' TO WRK-MOTIVO-CRED
                             MOVE 'CREDITO BLOQUEADO NO CADASTRO'
                                 TO WRK-DESC-CRED
                   WHEN WRK-MAIOR-ATRASO > WRK-DIAS-BLOQUEIO
                             MOVE 'ATRC' TO WRK-MOTIVO-CRED
                             MOVE 'PARCELA VENCIDA ALEM DO PRAZO'
                                 TO WRK-DESC-CRED
                   WHEN WRK-LIMITE-CLIENTE > ZEROS
                    AND WRK-SALDO-PROJETADO > WRK-LIMITE-CLIENTE
                             MOVE 'LIMC' TO WRK-MOTIVO-CRED
                             MOVE 'LIMITE DE CREDITO EXCEDIDO'
                                 TO WRK-DESC-CRED
           END-EVALUATE.
       0167-SOMAR-PARCELA.
           READ PARCELAS-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM-PARC
               NOT AT END
                   IF PAR-CLIENTE NOT = WRK-CLIENTE
                           MOVE 'S' TO WRK-SW-FIM-PARC
                   ELSE
                           IF PAR-ABERTA
                                   COMPUTE WRK-SALDO-DEVEDOR =
                                           WRK-SALDO-DEVEDOR
                                           + PAR-VALOR - PAR-VALOR-PAGO
                                           + PAR-MULTA + PAR-JUROS
                                           - PAR-ENCARGO-PAGO
                                   MOVE PAR-VENCIMENTO
                                       TO WRK-DATA-SERIAL
                                   PERFORM 0460-CALCULAR-SERIAL
                                   MOVE WRK-SERIAL-SAIDA
                                       TO WRK-SERIAL-VENC
                                   COMPUTE WRK-DIAS-ATRASO =
                                           WRK-SERIAL-NEGOCIO
                                           - WRK-SERIAL-VENC
                                   IF WRK-DIAS-ATRASO >
                                      WRK-MAIOR-ATRASO
                                           MOVE WRK-DIAS-ATRASO
                                               TO WRK-MAIOR-ATRASO
                                   END-IF
                           END-IF
                           IF PAR-BAIXADA
                              AND PAR-RECUPERADO < PAR-VALOR-BAIXA
                                   MOVE 99999 TO WRK-MAIOR-ATRASO
                           END-IF
                   END-IF
           END-READ.
       0168-CREDITO-LOTE.
           MOVE VEN-PARCELAS TO WRK-PARCELAS.
           PERFORM 0166-CRITICAR-CREDITO.
           IF WRK-MOTIVO-CRED NOT = SPACES
                   DISPLAY 'VENDA PARCELADA RECUSADA - CLIENTE '
                           WRK-CLIENTE ' TICKET ' VEN-TICKET
                   DISPLAY '   ' WRK-DESC-CRED ' SALDO '
                           WRK-SALDO-DEVEDOR ' LIMITE '
                           WRK-LIMITE-CLIENTE
                   MOVE WRK-MOTIVO-CRED TO WRK-MOTIVO-REJ
           END-IF.
       0169-CREDITO-CONSOLE.
           MOVE 'S' TO WRK-SW-CRED-OK.
           PERFORM 0166-CRITICAR-CREDITO.
           IF WRK-MOTIVO-CRED NOT = SPACES
                   MOVE 'N' TO WRK-SW-CRED-OK
                   DISPLAY 'CREDITO RECUSADO: ' WRK-DESC-CRED
                   DISPLAY 'SALDO EM ABERTO: ' WRK-SALDO-DEVEDOR
                           ' LIMITE: ' WRK-LIMITE-CLIENTE
                   IF WRK-MOTIVO-CRED = 'LIMC'
                           PERFORM 0170-LIBERAR-SUPERVISOR
                   END-IF
                   IF WRK-CREDITO-LIBERADO
                           MOVE 'E051' TO WRK-EXC-CODIGO
                           MOVE 'LIMITE DE CREDITO LIBERADO POR SUPERV.'
                               TO WRK-EXC-DESCRICAO
                   ELSE
                           DISPLAY 'VENDA PARCELADA RECUSADA - '
                                   'REDIGITE A VISTA OU CANCELE'
                           MOVE 'E052' TO WRK-EXC-CODIGO
                           MOVE 'VENDA PARCELADA RECUSADA POR CREDITO'
                               TO WRK-EXC-DESCRICAO
                   END-IF
                   PERFORM 0290-REGISTRAR-EXCECAO
           END-IF.
       0170-LIBERAR-SUPERVISOR.
           DISPLAY 'LIBERACAO - USUARIO SUPERVISOR (00=NAO): '.
           ACCEPT  WRK-SUP-USER FROM CONSOLE.
           IF WRK-SUP-USER > 0
                   DISPLAY 'PIN DO SUPERVISOR: '
                   ACCEPT  WRK-SUP-PIN FROM CONSOLE
                   OPEN INPUT PERMS-FILE
                   MOVE WRK-SUP-USER TO PERM-USER
                   READ PERMS-FILE
                       INVALID KEY
                           MOVE ZEROS TO WRK-SUP-LEVEL
                       NOT INVALID KEY
                           MOVE PERM-LEVEL TO WRK-SUP-LEVEL
                           IF PERM-PIN = WRK-SUP-PIN
                              AND WRK-SUP-SUPERVISOR
                                   MOVE 'S' TO WRK-SW-CRED-OK
                           END-IF
                   END-READ
                   CLOSE PERMS-FILE
                   IF WRK-CREDITO-LIBERADO
                           MOVE WRK-SUP-USER TO WRK-AUT-USER
                           MOVE 'LCRD'       TO WRK-AUT-FUNCAO
                           CALL 'PROGCOB21' USING WRK-AUTORIZACAO
                           IF WRK-AUT-RESULTADO NOT = 'S'
                                   MOVE 'N' TO WRK-SW-CRED-OK
                                   DISPLAY 'FUNCAO LCRD NAO AUTORIZADA '
                                           'PARA O SUPERVISOR'
                           END-IF
                   ELSE
                           DISPLAY 'SUPERVISOR OU PIN INVALIDO'
                   END-IF
           END-IF.
       0171-CARREGAR-REGRAS-PONTOS.
           MOVE ZEROS TO WRK-QTD-REGRAS-PNT.
           OPEN INPUT REGPONT-FILE.
           IF WRK-FS-REGPONT-OK
                   PERFORM 0172-LER-REGRA-PONTOS
                           UNTIL WRK-FS-REGPONT = '10'
                              OR WRK-QTD-REGRAS-PNT >= 100
                   CLOSE REGPONT-FILE
           END-IF.
       0172-LER-REGRA-PONTOS.
           READ REGPONT-FILE
               AT END
                   MOVE '10' TO WRK-FS-REGPONT
               NOT AT END
                   ADD 1 TO WRK-QTD-REGRAS-PNT
                   MOVE RGP-TIPO
                       TO WRK-RP-TIPO(WRK-QTD-REGRAS-PNT)
                   MOVE RGP-DEPTO
                       TO WRK-RP-DEPTO(WRK-QTD-REGRAS-PNT)
                   MOVE RGP-PROMOCAO
                       TO WRK-RP-PROMOCAO(WRK-QTD-REGRAS-PNT)
                   MOVE RGP-PONTOS-REAL
                       TO WRK-RP-PONTOS(WRK-QTD-REGRAS-PNT)
           END-READ.
       0174-CRITICAR-PONTOS.
           MOVE 'S' TO WRK-SW-PNT-OK.
           PERFORM 0555-CONVERTER-RESGATE.
           PERFORM 0560-LER-SALDO-PONTOS.
           IF WRK-PNT-SALDO < WRK-PNT-PONTOS
                   MOVE 'N' TO WRK-SW-PNT-OK
           END-IF.
       0175-PONTOS-CONSOLE.
           MOVE 'S' TO WRK-SW-PNT-OK.
           IF WRK-CLIENTE = ZEROS OR WRK-PARCELAS > 1
                   MOVE 'N' TO WRK-SW-PNT-OK
                   DISPLAY 'PAGAMENTO EM PONTOS EXIGE CLIENTE '
                           'IDENTIFICADO E VENDA A VISTA'
           ELSE
                   IF WRK-TRANS-VENDA
                           PERFORM 0174-CRITICAR-PONTOS
                           IF NOT WRK-PONTOS-OK
                                   DISPLAY 'SALDO DE PONTOS '
                                           'INSUFICIENTE: '
                                           WRK-PNT-SALDO
                                           ' NECESSARIOS: '
                                           WRK-PNT-PONTOS
                           END-IF
                   END-IF
           END-IF.
       0460-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-SAIDA = (WRK-SER-ANO * 360)
                   + (WRK-SER-MES * 30) + WRK-SER-DIA.
       0159-OBTER-REGIAO-LOJA.
           MOVE ZEROS TO WRK-REGIAO-VENDA.
           OPEN INPUT MASTER-FILE.
                                   MOVE 'S' TO WRK-SW-PROD-OK
                                   MOVE PROD-NOME
                                       TO WRK-NOME-PRODUTO
                                   MOVE PROD-DEPTO
                                       TO WRK-DEPTO-PRODUTO
                           END-IF
                   END-READ
                   CLOSE PRODUCTS-FILE
           PERFORM 0225-ACUMULAR-MOEDA.
           PERFORM 0203-ACUMULAR-PRODUTO.
           PERFORM 0208-GRAVAR-VENDA-PRODUTO.
           MOVE 'N'   TO WRK-SW-ENC-ACHADA.
           MOVE ZEROS TO WRK-SINAL-APLICADO.
           IF WRK-TRANS-VENDA AND NOT WRK-REPROCESSO
                   PERFORM 0570-CONFERIR-RESERVA
                   IF WRK-RESERVA-VIOLADA
                           MOVE 'E057' TO WRK-EXC-CODIGO
                           MOVE 'VENDA AVULSA DE ESTOQUE RESERVADO'
                               TO WRK-EXC-DESCRICAO
                           PERFORM 0290-REGISTRAR-EXCECAO
                   END-IF
           END-IF.
           PERFORM 0209-MOVIMENTAR-ESTOQUE.
           IF WRK-TRANS-VENDA AND NOT WRK-REPROCESSO
                   PERFORM 0580-CONSUMIR-LOTES
           END-IF.
           IF WRK-ENCOMENDA-ACHADA
                   PERFORM 0575-RETIRAR-ENCOMENDA
           END-IF.
           PERFORM 0211-ACUMULAR-PAGAMENTO.
           IF WRK-PAGTO-CARTAO AND NOT WRK-REPROCESSO
                   PERFORM 0217-ACUMULAR-TICKET-CARTAO
           END-IF.
           IF WRK-PROMOCAO-APLICADA AND NOT WRK-REPROCESSO
                   PERFORM 0207-ACUMULAR-PROMOCAO
           END-IF.
           IF WRK-VENDEDOR > 0
                   PERFORM 0219-ACUMULAR-VENDEDOR
           END-IF.
           IF WRK-FUNCIONARIO > 0 AND NOT WRK-REPROCESSO
                   PERFORM 0596-ACUMULAR-COMPRA-FUNC
           END-IF.
           IF NOT WRK-REPROCESSO
                   PERFORM 0224-GRAVAR-MOV-VENDEDOR
                   PERFORM 0600-EMITIR-FISCAL
           END-IF.
           IF WRK-CLIENTE > 0
                   PERFORM 0206-GRAVAR-HIST-CLIENTE
                   IF WRK-TRANS-DEVOLUCAO AND NOT WRK-PAGTO-PONTOS
                           PERFORM 0212-EMITIR-CREDITO
                   END-IF
                   IF WRK-TRANS-VENDA AND WRK-INTERATIVO
                      AND NOT WRK-PAGTO-PONTOS
                           PERFORM 0213-OFERECER-RESGATE
                   END-IF
                   IF NOT WRK-REPROCESSO
                           PERFORM 0532-PONTUAR-ITEM
                   END-IF
                   IF WRK-TRANS-VENDA AND WRK-PARCELAS > 1
                           PERFORM 0510-GERAR-PARCELAS
                   END-IF
       0108-CRITICAR-PRECO.
           MOVE 'N' TO WRK-SW-PRECO-FORA.
           PERFORM 0144-BUSCAR-PRECO.
           PERFORM 0163-BUSCAR-PROMOCAO.
           IF WRK-TEM-PRECO
              AND NOT WRK-PROMOCAO-APLICADA
              AND WRK-PRECO-UNIT NOT = WRK-PRECO-VIGENTE
              AND WRK-PRECO-VIGENTE > 0
                   COMPUTE WRK-DESVIO-PRECO =
                           END-IF
                   END-IF
           END-IF.
       0161-CARREGAR-PROMOCOES.
           MOVE ZEROS TO WRK-QTD-PROMOCOES.
           OPEN INPUT PROMO-FILE.
           IF WRK-FS-PROMO-OK
                   PERFORM 0162-LER-PROMOCAO
                           UNTIL WRK-FS-PROMO = '10'
                              OR WRK-QTD-PROMOCOES >= 100
                   CLOSE PROMO-FILE
           END-IF.
       0162-LER-PROMOCAO.
           READ PROMO-FILE
               AT END
                   MOVE '10' TO WRK-FS-PROMO
               NOT AT END
                   ADD 1 TO WRK-QTD-PROMOCOES
                   MOVE PRM-CODIGO
                       TO WRK-PM-CODIGO(WRK-QTD-PROMOCOES)
                   MOVE PRM-TIPO
                       TO WRK-PM-TIPO(WRK-QTD-PROMOCOES)
                   MOVE PRM-LOJA
                       TO WRK-PM-LOJA(WRK-QTD-PROMOCOES)
                   MOVE PRM-DEPTO
                       TO WRK-PM-DEPTO(WRK-QTD-PROMOCOES)
                   MOVE PRM-PRODUTO
                       TO WRK-PM-PRODUTO(WRK-QTD-PROMOCOES)
                   MOVE PRM-DATA-INI
                       TO WRK-PM-INI(WRK-QTD-PROMOCOES)
                   MOVE PRM-DATA-FIM
                       TO WRK-PM-FIM(WRK-QTD-PROMOCOES)
                   MOVE PRM-PERCENTUAL
                       TO WRK-PM-PERC(WRK-QTD-PROMOCOES)
                   MOVE PRM-PRECO
                       TO WRK-PM-PRECO(WRK-QTD-PROMOCOES)
                   MOVE PRM-QTDE-LEVE
                       TO WRK-PM-LEVE(WRK-QTD-PROMOCOES)
                   MOVE PRM-QTDE-PAGUE
                       TO WRK-PM-PAGUE(WRK-QTD-PROMOCOES)
           END-READ.
       0163-BUSCAR-PROMOCAO.
           MOVE 'N'   TO WRK-SW-PROMOCAO.
           MOVE ZEROS TO WRK-PROMO-CODIGO WRK-DESCONTO-UNIT
                         WRK-IDX-PROMO.
           IF NOT WRK-TEM-PRECO
              OR WRK-PRECO-UNIT NOT = WRK-PRECO-VIGENTE
                   PERFORM 0164-COMPARAR-PROMOCAO
                           UNTIL WRK-IDX-PROMO >= WRK-QTD-PROMOCOES
                              OR WRK-PROMOCAO-APLICADA
           END-IF.
       0164-COMPARAR-PROMOCAO.
           ADD 1 TO WRK-IDX-PROMO.
           MOVE ZEROS TO WRK-PRECO-PROMO.
           IF (WRK-PM-LOJA(WRK-IDX-PROMO) = ZEROS
               OR WRK-PM-LOJA(WRK-IDX-PROMO) = WRK-LOJA)
              AND WRK-DATA-VENDA >= WRK-PM-INI(WRK-IDX-PROMO)
              AND WRK-DATA-VENDA <= WRK-PM-FIM(WRK-IDX-PROMO)
                   EVALUATE WRK-PM-TIPO(WRK-IDX-PROMO)
                           WHEN 'D'
                                   IF WRK-TEM-PRECO
                                      AND WRK-PM-DEPTO(WRK-IDX-PROMO)
                                          = WRK-DEPTO-PRODUTO
                                           COMPUTE WRK-PRECO-PROMO
                                               ROUNDED =
                                               WRK-PRECO-VIGENTE *
                                               (100 - WRK-PM-PERC
                                               (WRK-IDX-PROMO)) / 100
                                   END-IF
                           WHEN 'F'
                                   IF WRK-PM-PRODUTO(WRK-IDX-PROMO)
                                      = WRK-PRODUTO
                                           MOVE WRK-PM-PRECO
                                               (WRK-IDX-PROMO)
                                               TO WRK-PRECO-PROMO
                                   END-IF
                           WHEN 'L'
                                   IF WRK-TEM-PRECO
                                      AND WRK-PM-PRODUTO(WRK-IDX-PROMO)
                                          = WRK-PRODUTO
                                      AND WRK-PM-LEVE(WRK-IDX-PROMO) > 0
                                      AND WRK-QTDE-ITEM
                                          >= WRK-PM-LEVE(WRK-IDX-PROMO)
                                           COMPUTE WRK-PRECO-PROMO
                                               ROUNDED =
                                               WRK-PRECO-VIGENTE *
                                               WRK-PM-PAGUE
                                               (WRK-IDX-PROMO) /
                                               WRK-PM-LEVE
                                               (WRK-IDX-PROMO)
                                   END-IF
                   END-EVALUATE
           END-IF.
           IF WRK-PRECO-PROMO > 0
              AND WRK-PRECO-UNIT = WRK-PRECO-PROMO
                   MOVE 'S' TO WRK-SW-PROMOCAO
                   MOVE WRK-PM-CODIGO(WRK-IDX-PROMO)
                       TO WRK-PROMO-CODIGO
                   IF WRK-TEM-PRECO
                      AND WRK-PRECO-VIGENTE > WRK-PRECO-UNIT
                           COMPUTE WRK-DESCONTO-UNIT =
                                   WRK-PRECO-VIGENTE - WRK-PRECO-UNIT
                   END-IF
           END-IF.
       0142-CARREGAR-ALIQUOTAS.
           MOVE ZEROS TO WRK-QTD-ALIQUOTAS.
           OPEN INPUT TAXRATES-FILE.
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE PRODSLS-FILE.
           MOVE WRK-DATA-VENDA(1:6) TO WRK-SUM-ANOMES.
           MOVE WRK-LOJA            TO WRK-SUM-LOJA.
           MOVE 'D'                 TO WRK-SUM-TIPO.
           MOVE WRK-DEPTO-PRODUTO   TO WRK-SUM-DEPTO.
           MOVE WRK-QTDE-ASSINADA   TO WRK-SUM-QTDE.
           MOVE WRK-VALOR-ASSINADO  TO WRK-SUM-VALOR.
           MOVE ZEROS               TO WRK-SUM-IMPOSTO.
           PERFORM 0315-ATUALIZAR-SUMARIO.
       0207-ACUMULAR-PROMOCAO.
           COMPUTE WRK-DESCONTO-ITEM =
                   WRK-DESCONTO-UNIT * WRK-QTDE-ITEM.
           IF WRK-TRANS-VENDA
                   MOVE WRK-QTDE-ITEM TO WRK-QTDE-ASSINADA
                   ADD WRK-QTDE-ITEM  TO WRK-QTD-ITENS-PROMO
           ELSE
                   COMPUTE WRK-QTDE-ASSINADA = 0 - WRK-QTDE-ITEM
                   COMPUTE WRK-DESCONTO-ITEM = 0 - WRK-DESCONTO-ITEM
           END-IF.
           OPEN I-O PROMVEND-FILE.
           IF WRK-FS-PROMVEND-ARQ-INEXISTENTE
                   CLOSE PROMVEND-FILE
                   OPEN OUTPUT PROMVEND-FILE
                   CLOSE PROMVEND-FILE
                   OPEN I-O PROMVEND-FILE
           END-IF.
           MOVE WRK-PROMO-CODIGO TO PVD-PROMOCAO.
           MOVE WRK-LOJA         TO PVD-LOJA.
           MOVE WRK-DATA-VENDA   TO PVD-DATA.
           READ PROMVEND-FILE
               INVALID KEY
                   MOVE ZEROS  TO PVD-QTDE PVD-VALOR PVD-DESCONTO
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE PVD-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           ADD WRK-QTDE-ASSINADA  TO PVD-QTDE.
           ADD WRK-VALOR-ASSINADO TO PVD-VALOR.
           ADD WRK-DESCONTO-ITEM  TO PVD-DESCONTO.
           MOVE 'PROMVEND'     TO WRK-JRN-ARQUIVO.
           MOVE PVD-REGISTRO   TO WRK-JRN-DEPOIS.
           IF WRK-FS-PROMVEND-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE PVD-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE PVD-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE PROMVEND-FILE.
       0212-EMITIR-CREDITO.
           MOVE WRK-VALOR-VENDA TO WRK-VALOR-CREDITO.
           MOVE 'E' TO WRK-TIPO-CREDMOV.
           ELSE
                   MOVE WRK-VALOR-PARCELA TO PAR-VALOR
           END-IF.
           MOVE ZEROS TO PAR-VALOR-PAGO PAR-MULTA PAR-JUROS
                         PAR-ENCARGO-PAGO PAR-ENCARGO-CONTAB
                         PAR-DATA-JUROS PAR-DATA-BAIXA
                         PAR-VALOR-BAIXA PAR-RECUPERADO
                         PAR-RECUP-CONTAB.
           MOVE 'A'   TO PAR-STATUS.
           WRITE PAR-REGISTRO
               INVALID KEY
                   REWRITE DIF-REGISTRO
           END-IF.
           CLOSE DIFERIDO-FILE.
       0532-PONTUAR-ITEM.
           EVALUATE TRUE
                   WHEN WRK-TRANS-VENDA AND WRK-PAGTO-PONTOS
                             PERFORM 0555-CONVERTER-RESGATE
                             MOVE 'R' TO WRK-PNT-TIPO
                   WHEN WRK-TRANS-VENDA
                             PERFORM 0550-CALCULAR-PONTOS
                             MOVE 'G' TO WRK-PNT-TIPO
                   WHEN WRK-PAGTO-PONTOS
                             PERFORM 0555-CONVERTER-RESGATE
                             MOVE 'D' TO WRK-PNT-TIPO
                   WHEN OTHER
                             PERFORM 0550-CALCULAR-PONTOS
                             MOVE 'E' TO WRK-PNT-TIPO
           END-EVALUATE.
           IF WRK-PNT-PONTOS > 0
                   PERFORM 0530-MOVIMENTAR-PONTOS
                   DISPLAY 'PONTOS DE FIDELIDADE (' WRK-PNT-TIPO
                           ') CLIENTE ' WRK-CLIENTE ': '
                           WRK-PNT-MOVIDOS ' SALDO ' WRK-PNT-SALDO
           END-IF.
       0530-MOVIMENTAR-PONTOS.
           PERFORM 0556-CALCULAR-MES-PONTOS.
           OPEN I-O PONTOS-FILE.
           IF WRK-FS-PONTOS-ARQ-INEXISTENTE
                   CLOSE PONTOS-FILE
                   OPEN OUTPUT PONTOS-FILE
                   CLOSE PONTOS-FILE
                   OPEN I-O PONTOS-FILE
           END-IF.
           MOVE WRK-CLIENTE TO PNT-CLIENTE.
           READ PONTOS-FILE
               INVALID KEY
                   MOVE ZEROS       TO PNT-REGISTRO
                   MOVE WRK-CLIENTE TO PNT-CLIENTE
                   MOVE SPACES      TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE PNT-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           MOVE ZEROS TO WRK-PNT-EXPIRADOS WRK-PNT-IDX.
           PERFORM 0535-EXPIRAR-LOTE UNTIL WRK-PNT-IDX >= 13.
           IF WRK-PNT-TIPO = 'G' OR WRK-PNT-TIPO = 'D'
                   PERFORM 0540-CREDITAR-LOTE
                   MOVE WRK-PNT-PONTOS TO WRK-PNT-MOVIDOS
                   MOVE WRK-PNT-MOVIDOS TO WRK-PMV-PONTOS
           ELSE
                   PERFORM 0545-DEBITAR-LOTES
                   COMPUTE WRK-PMV-PONTOS = 0 - WRK-PNT-MOVIDOS
           END-IF.
           IF WRK-PNT-TIPO = 'G'
                   ADD WRK-PNT-MOVIDOS TO WRK-TOT-PNT-GANHOS
           END-IF.
           IF WRK-PNT-TIPO = 'R'
                   ADD WRK-PNT-MOVIDOS TO WRK-TOT-PNT-RESGATE
           END-IF.
           MOVE WRK-DATA-VENDA TO PNT-DATA-ULT-MOV.
           MOVE 'PONTOS'       TO WRK-JRN-ARQUIVO.
           MOVE PNT-REGISTRO   TO WRK-JRN-DEPOIS.
           IF WRK-FS-PONTOS-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE PNT-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE PNT-REGISTRO
           END-IF.
           MOVE PNT-SALDO      TO WRK-PNT-SALDO.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE PONTOS-FILE.
           IF WRK-PNT-EXPIRADOS > 0
                   MOVE 'X' TO WRK-PMV-TIPO
                   COMPUTE WRK-PMV-PONTOS = 0 - WRK-PNT-EXPIRADOS
                   MOVE ZEROS TO WRK-PMV-VALOR
                   PERFORM 0565-GRAVAR-EXTRATO
                   IF WRK-PNT-TIPO = 'G' OR WRK-PNT-TIPO = 'D'
                           MOVE WRK-PNT-MOVIDOS TO WRK-PMV-PONTOS
                   ELSE
                           COMPUTE WRK-PMV-PONTOS =
                                   0 - WRK-PNT-MOVIDOS
                   END-IF
           END-IF.
           MOVE WRK-PNT-TIPO       TO WRK-PMV-TIPO.
           MOVE WRK-VALOR-ASSINADO TO WRK-PMV-VALOR.
           PERFORM 0565-GRAVAR-EXTRATO.
       0535-EXPIRAR-LOTE.
           ADD 1 TO WRK-PNT-IDX.
           PERFORM 0562-SERIAL-LOTE.
           IF PNT-LOTE-PONTOS(WRK-PNT-IDX) > 0
              AND WRK-PNT-IDADE > 12
                   ADD PNT-LOTE-PONTOS(WRK-PNT-IDX)
                       TO WRK-PNT-EXPIRADOS
                   SUBTRACT PNT-LOTE-PONTOS(WRK-PNT-IDX)
                       FROM PNT-SALDO
                   MOVE ZEROS TO PNT-LOTE-PONTOS(WRK-PNT-IDX)
           END-IF.
       0540-CREDITAR-LOTE.
           DIVIDE WRK-PNT-SERIAL-ATUAL BY 13 GIVING WRK-PNT-QUOC
                   REMAINDER WRK-PNT-RESTO.
           COMPUTE WRK-PNT-IDX = WRK-PNT-RESTO + 1.
           IF PNT-LOTE-ANOMES(WRK-PNT-IDX) NOT = WRK-PNT-ANOMES-ATUAL
                   MOVE WRK-PNT-ANOMES-ATUAL
                       TO PNT-LOTE-ANOMES(WRK-PNT-IDX)
                   MOVE ZEROS TO PNT-LOTE-PONTOS(WRK-PNT-IDX)
           END-IF.
           ADD WRK-PNT-PONTOS TO PNT-LOTE-PONTOS(WRK-PNT-IDX).
           ADD WRK-PNT-PONTOS TO PNT-SALDO.
       0545-DEBITAR-LOTES.
           MOVE WRK-PNT-PONTOS TO WRK-PNT-RESTANTE.
           COMPUTE WRK-PNT-SERIAL-K = WRK-PNT-SERIAL-ATUAL - 13.
           PERFORM 0546-DEBITAR-LOTE
                   UNTIL WRK-PNT-SERIAL-K >= WRK-PNT-SERIAL-ATUAL
                      OR WRK-PNT-RESTANTE = ZEROS.
           COMPUTE WRK-PNT-MOVIDOS =
                   WRK-PNT-PONTOS - WRK-PNT-RESTANTE.
           IF WRK-PNT-RESTANTE > 0
                   DISPLAY 'SALDO DE PONTOS INSUFICIENTE - '
                           'MOVIMENTADOS ' WRK-PNT-MOVIDOS
                           ' DE ' WRK-PNT-PONTOS
           END-IF.
       0546-DEBITAR-LOTE.
           ADD 1 TO WRK-PNT-SERIAL-K.
           DIVIDE WRK-PNT-SERIAL-K BY 13 GIVING WRK-PNT-QUOC
                   REMAINDER WRK-PNT-RESTO.
           COMPUTE WRK-PNT-IDX = WRK-PNT-RESTO + 1.
           PERFORM 0562-SERIAL-LOTE.
           IF WRK-PNT-SERIAL-LOTE = WRK-PNT-SERIAL-K
              AND PNT-LOTE-PONTOS(WRK-PNT-IDX) > 0
                   IF PNT-LOTE-PONTOS(WRK-PNT-IDX) >= WRK-PNT-RESTANTE
                           SUBTRACT WRK-PNT-RESTANTE
                               FROM PNT-LOTE-PONTOS(WRK-PNT-IDX)
                           SUBTRACT WRK-PNT-RESTANTE FROM PNT-SALDO
                           MOVE ZEROS TO WRK-PNT-RESTANTE
                   ELSE
                           SUBTRACT PNT-LOTE-PONTOS(WRK-PNT-IDX)
                               FROM WRK-PNT-RESTANTE
                           SUBTRACT PNT-LOTE-PONTOS(WRK-PNT-IDX)
                               FROM PNT-SALDO
                           MOVE ZEROS TO PNT-LOTE-PONTOS(WRK-PNT-IDX)
                   END-IF
           END-IF.
       0550-CALCULAR-PONTOS.
           MOVE 'N'   TO WRK-SW-REGRA-PROMO WRK-SW-REGRA-DEPTO.
           MOVE ZEROS TO WRK-PNT-TAXA-PROMO WRK-PNT-TAXA-DEPTO
                         WRK-IDX-REGRA-PNT.
           PERFORM 0551-COMPARAR-REGRA-PONTOS
                   UNTIL WRK-IDX-REGRA-PNT >= WRK-QTD-REGRAS-PNT.
           EVALUATE TRUE
                   WHEN WRK-TEM-REGRA-PROMO
                             MOVE WRK-PNT-TAXA-PROMO TO WRK-PNT-TAXA
                   WHEN WRK-TEM-REGRA-DEPTO
                             MOVE WRK-PNT-TAXA-DEPTO TO WRK-PNT-TAXA
                   WHEN OTHER
                             MOVE WRK-PNT-POR-REAL   TO WRK-PNT-TAXA
           END-EVALUATE.
           COMPUTE WRK-PNT-PONTOS = WRK-VALOR-VENDA * WRK-PNT-TAXA.
       0551-COMPARAR-REGRA-PONTOS.
           ADD 1 TO WRK-IDX-REGRA-PNT.
           IF WRK-RP-TIPO(WRK-IDX-REGRA-PNT) = 'P'
              AND WRK-PROMOCAO-APLICADA
              AND WRK-RP-PROMOCAO(WRK-IDX-REGRA-PNT) = WRK-PROMO-CODIGO
                   MOVE 'S' TO WRK-SW-REGRA-PROMO
                   MOVE WRK-RP-PONTOS(WRK-IDX-REGRA-PNT)
                       TO WRK-PNT-TAXA-PROMO
           END-IF.
           IF WRK-RP-TIPO(WRK-IDX-REGRA-PNT) = 'D'
              AND WRK-RP-DEPTO(WRK-IDX-REGRA-PNT) = WRK-DEPTO-PRODUTO
                   MOVE 'S' TO WRK-SW-REGRA-DEPTO
                   MOVE WRK-RP-PONTOS(WRK-IDX-REGRA-PNT)
                       TO WRK-PNT-TAXA-DEPTO
           END-IF.
       0555-CONVERTER-RESGATE.
           COMPUTE WRK-PNT-CENTAVOS = WRK-VALOR-VENDA * 100.
           DIVIDE WRK-PNT-CENTAVOS BY WRK-PNT-VALOR-CENT
                   GIVING WRK-PNT-PONTOS
                   REMAINDER WRK-PNT-RESTO-CENT.
           IF WRK-PNT-RESTO-CENT > 0
                   ADD 1 TO WRK-PNT-PONTOS
           END-IF.
       0556-CALCULAR-MES-PONTOS.
           MOVE WRK-DATA-VENDA(1:6) TO WRK-PNT-ANOMES-ATUAL.
           MOVE WRK-PNT-ANOMES-ATUAL TO WRK-PNT-ANOMES.
           COMPUTE WRK-PNT-SERIAL-ATUAL =
                   (WRK-PNT-ANO * 12) + WRK-PNT-MES.
       0560-LER-SALDO-PONTOS.
           PERFORM 0556-CALCULAR-MES-PONTOS.
           MOVE ZEROS TO WRK-PNT-SALDO.
           OPEN INPUT PONTOS-FILE.
           IF WRK-FS-PONTOS-OK
                   MOVE WRK-CLIENTE TO PNT-CLIENTE
                   READ PONTOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ZEROS TO WRK-PNT-IDX
                           PERFORM 0561-SOMAR-LOTE-VALIDO
                                   UNTIL WRK-PNT-IDX >= 13
                   END-READ
                   CLOSE PONTOS-FILE
           ELSE
                   CLOSE PONTOS-FILE
           END-IF.
       0561-SOMAR-LOTE-VALIDO.
           ADD 1 TO WRK-PNT-IDX.
           PERFORM 0562-SERIAL-LOTE.
           IF WRK-PNT-IDADE <= 12
                   ADD PNT-LOTE-PONTOS(WRK-PNT-IDX) TO WRK-PNT-SALDO
           END-IF.
       0562-SERIAL-LOTE.
           MOVE PNT-LOTE-ANOMES(WRK-PNT-IDX) TO WRK-PNT-ANOMES.
           COMPUTE WRK-PNT-SERIAL-LOTE =
                   (WRK-PNT-ANO * 12) + WRK-PNT-MES.
           COMPUTE WRK-PNT-IDADE =
                   WRK-PNT-SERIAL-ATUAL - WRK-PNT-SERIAL-LOTE.
       0565-GRAVAR-EXTRATO.
           OPEN EXTEND PNTMOV-FILE.
           IF WRK-FS-PNTMOV-ARQ-INEXISTENTE
                   CLOSE PNTMOV-FILE
                   OPEN OUTPUT PNTMOV-FILE
           END-IF.
           MOVE WRK-DATA-VENDA    TO PMV-DATA.
           ACCEPT PMV-HORA FROM TIME.
           MOVE WRK-CLIENTE       TO PMV-CLIENTE.
           MOVE WRK-PMV-TIPO      TO PMV-TIPO.
           MOVE WRK-PMV-PONTOS    TO PMV-PONTOS.
           MOVE WRK-LOJA          TO PMV-LOJA.
           MOVE WRK-TICKET        TO PMV-TICKET.
           MOVE WRK-PMV-VALOR     TO PMV-VALOR.
           WRITE PMV-REGISTRO.
           CLOSE PNTMOV-FILE.
       0211-ACUMULAR-PAGAMENTO.
           OPEN I-O METPAG-FILE.
           IF WRK-FS-METPAG-ARQ-INEXISTENTE
                   MOVE MPG-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           ADD WRK-VALOR-ASSINADO TO MPG-TOTAL.
           SUBTRACT WRK-SINAL-APLICADO FROM MPG-TOTAL.
           MOVE 'METPAG'       TO WRK-JRN-ARQUIVO.
           MOVE MPG-REGISTRO   TO WRK-JRN-DEPOIS.
           IF WRK-FS-METPAG-NAO-ENCONTRADO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE METPAG-FILE.
       0217-ACUMULAR-TICKET-CARTAO.
           OPEN I-O TKCARTAO-FILE.
           IF WRK-FS-TKCARTAO-ARQ-INEXISTENTE
                   CLOSE TKCARTAO-FILE
                   OPEN OUTPUT TKCARTAO-FILE
                   CLOSE TKCARTAO-FILE
                   OPEN I-O TKCARTAO-FILE
           END-IF.
           MOVE WRK-LOJA       TO TKC-LOJA.
           MOVE WRK-DATA-VENDA TO TKC-DATA.
           MOVE WRK-TICKET     TO TKC-TICKET.
           READ TKCARTAO-FILE
               INVALID KEY
                   MOVE ZEROS  TO TKC-VALOR TKC-DATA-CBK
                                  TKC-VALOR-CBK
                   MOVE 'N'    TO TKC-STATUS TKC-CBK-CONTABIL
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE TKC-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           ADD WRK-VALOR-ASSINADO TO TKC-VALOR.
           MOVE WRK-CLIENTE    TO TKC-CLIENTE.
           MOVE 'TKCARTAO'     TO WRK-JRN-ARQUIVO.
           MOVE TKC-REGISTRO   TO WRK-JRN-DEPOIS.
           IF WRK-FS-TKCARTAO-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE TKC-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE TKC-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE TKCARTAO-FILE.
       0219-ACUMULAR-VENDEDOR.
           OPEN I-O VENDCOM-FILE.
           IF WRK-FS-VENDCOM-ARQ-INEXISTENTE
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE VENDCOM-FILE.
       0224-GRAVAR-MOV-VENDEDOR.
           OPEN EXTEND VENDMOV-FILE.
           IF WRK-FS-VENDMOV-ARQ-INEXISTENTE
                   CLOSE VENDMOV-FILE
                   OPEN OUTPUT VENDMOV-FILE
           END-IF.
           MOVE WRK-VENDEDOR       TO VNM-VENDEDOR.
           MOVE WRK-LOJA           TO VNM-LOJA.
           MOVE WRK-DATA-VENDA     TO VNM-DATA.
           MOVE WRK-TICKET         TO VNM-TICKET.
           MOVE WRK-PRODUTO        TO VNM-PRODUTO.
           MOVE WRK-QTDE-ITEM      TO VNM-QTDE.
           MOVE WRK-VALOR-VENDA    TO VNM-VALOR.
           MOVE WRK-TIPO-TRANS     TO VNM-TIPO-TRANS.
           MOVE WRK-CLIENTE        TO VNM-CLIENTE.
           IF NOT WRK-BATCH
                   ACCEPT WRK-HORA-SISTEMA FROM TIME
                   MOVE WRK-HORA-SISTEMA(1:4) TO WRK-HORA-VENDA
           END-IF.
           MOVE WRK-HORA-VENDA     TO VNM-HORA.
           WRITE VNM-REGISTRO.
           CLOSE VENDMOV-FILE.
       0600-EMITIR-FISCAL.
           MOVE WRK-LOJA       TO WRK-NFI-LOJA.
           MOVE WRK-DATA-VENDA TO WRK-NFI-DATA.
           MOVE WRK-TICKET     TO WRK-NFI-TICKET.
           IF WRK-TRANS-VENDA
                   IF NOT WRK-NFC-ABERTO
                      OR WRK-NFC-CHAVE-ITEM NOT = WRK-NFC-CHAVE
                           PERFORM 0630-FECHAR-DOCUMENTO
                           PERFORM 0605-ABRIR-DOCUMENTO
                   END-IF
                   PERFORM 0620-GRAVAR-ITEM-FISCAL
           END-IF.
           IF WRK-TRANS-CANCELAMENTO
                   PERFORM 0630-FECHAR-DOCUMENTO
                   PERFORM 0640-CANCELAR-DOCUMENTO
           END-IF.
       0605-ABRIR-DOCUMENTO.
           PERFORM 0610-OBTER-NUMERO-FISCAL.
           PERFORM 0615-OBTER-CPF.
           MOVE WRK-NFC-CHAVE-ITEM TO WRK-NFC-CHAVE.
           MOVE 'S'   TO WRK-SW-NFC.
           MOVE ZEROS TO WRK-NFC-ITENS WRK-NFC-VALOR WRK-NFC-IMPOSTO
                         WRK-QTD-NFC-PAGTO.
           ADD 1 TO WRK-QTD-NFC.
           OPEN I-O NFCTKT-FILE.
           IF WRK-FS-NFCTKT-ARQ-INEXISTENTE
                   CLOSE NFCTKT-FILE
                   OPEN OUTPUT NFCTKT-FILE
                   CLOSE NFCTKT-FILE
                   OPEN I-O NFCTKT-FILE
           END-IF.
           MOVE WRK-NFC-CHAVE TO NFT-CHAVE.
           READ NFCTKT-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE NFT-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           MOVE WRK-NFC-NUMERO TO NFT-NUMERO.
           MOVE ZEROS          TO NFT-VALOR.
           MOVE 'E'            TO NFT-SITUACAO.
           MOVE 'NFCTKT'       TO WRK-JRN-ARQUIVO.
           MOVE NFT-REGISTRO   TO WRK-JRN-DEPOIS.
           IF WRK-FS-NFCTKT-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE NFT-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE NFT-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE NFCTKT-FILE.
           MOVE SPACES         TO NFC-REGISTRO.
           MOVE '10'           TO NFC-TIPO-REG.
           MOVE WRK-NFK-LOJA   TO NFC-LOJA.
           MOVE WRK-NFC-NUMERO TO NFC-NUMERO.
           MOVE WRK-NFK-DATA   TO NFC-CAB-DATA.
           MOVE WRK-NFK-TICKET TO NFC-CAB-TICKET.
           MOVE WRK-NFC-CPF    TO NFC-CAB-CPF.
           MOVE WRK-MOEDA      TO NFC-CAB-MOEDA.
           PERFORM 0650-GRAVAR-NFCE.
       0610-OBTER-NUMERO-FISCAL.
           OPEN I-O NFCSEQ-FILE.
           IF WRK-FS-NFCSEQ-ARQ-INEXISTENTE
                   CLOSE NFCSEQ-FILE
                   OPEN OUTPUT NFCSEQ-FILE
                   CLOSE NFCSEQ-FILE
                   OPEN I-O NFCSEQ-FILE
           END-IF.
           MOVE WRK-NFI-LOJA TO NFS-LOJA.
           READ NFCSEQ-FILE
               INVALID KEY
                   MOVE ZEROS  TO NFS-ULTIMO
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE NFS-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           ADD 1 TO NFS-ULTIMO.
           MOVE WRK-NFI-DATA   TO NFS-DATA-ULTIMO.
           MOVE NFS-ULTIMO     TO WRK-NFC-NUMERO.
           MOVE 'NFCSEQ'       TO WRK-JRN-ARQUIVO.
           MOVE NFS-REGISTRO   TO WRK-JRN-DEPOIS.
           IF WRK-FS-NFCSEQ-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE NFS-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE NFS-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE NFCSEQ-FILE.
       0615-OBTER-CPF.
           MOVE ZEROS TO WRK-NFC-CPF.
           IF WRK-CLIENTE > 0
                   OPEN INPUT CUSTMST-FILE
                   IF WRK-FS-CUSTMST-OK
                           MOVE WRK-CLIENTE TO CLI-ID
                           READ CUSTMST-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE CLI-DOCUMENTO TO WRK-NFC-CPF
                           END-READ
                   END-IF
                   CLOSE CUSTMST-FILE
           END-IF.
       0620-GRAVAR-ITEM-FISCAL.
           ADD 1 TO WRK-NFC-ITENS.
           ADD WRK-VALOR-VENDA  TO WRK-NFC-VALOR.
           ADD WRK-IMPOSTO-ITEM TO WRK-NFC-IMPOSTO.
           MOVE SPACES           TO NFC-REGISTRO.
           MOVE '20'             TO NFC-TIPO-REG.
           MOVE WRK-NFK-LOJA     TO NFC-LOJA.
           MOVE WRK-NFC-NUMERO   TO NFC-NUMERO.
           MOVE WRK-NFC-ITENS    TO NFC-ITE-SEQ.
           MOVE WRK-PRODUTO      TO NFC-ITE-PRODUTO.
           MOVE WRK-QTDE-ITEM    TO NFC-ITE-QTDE.
           MOVE WRK-PRECO-UNIT   TO NFC-ITE-PRECO.
           MOVE WRK-VALOR-VENDA  TO NFC-ITE-VALOR.
           MOVE WRK-ALIQUOTA     TO NFC-ITE-ALIQUOTA.
           MOVE WRK-IMPOSTO-ITEM TO NFC-ITE-IMPOSTO.
           PERFORM 0650-GRAVAR-NFCE.
           MOVE 'N'   TO WRK-SW-NFC-PAGTO.
           MOVE ZEROS TO WRK-IDX-NFC-PAGTO.
           PERFORM 0625-BUSCAR-PAGTO-FISCAL
                   UNTIL WRK-NFC-PAGTO-ACHADO
                      OR WRK-IDX-NFC-PAGTO >= WRK-QTD-NFC-PAGTO.
           IF NOT WRK-NFC-PAGTO-ACHADO AND WRK-QTD-NFC-PAGTO < 10
                   ADD 1 TO WRK-QTD-NFC-PAGTO
                   MOVE WRK-QTD-NFC-PAGTO TO WRK-IDX-NFC-PAGTO
                   MOVE WRK-PAGTO
                       TO WRK-NP-FORMA(WRK-IDX-NFC-PAGTO)
                   MOVE WRK-PARCELAS
                       TO WRK-NP-PARCELAS(WRK-IDX-NFC-PAGTO)
                   MOVE ZEROS TO WRK-NP-VALOR(WRK-IDX-NFC-PAGTO)
           END-IF.
           ADD WRK-VALOR-VENDA TO WRK-NP-VALOR(WRK-IDX-NFC-PAGTO).
       0625-BUSCAR-PAGTO-FISCAL.
           ADD 1 TO WRK-IDX-NFC-PAGTO.
           IF WRK-NP-FORMA(WRK-IDX-NFC-PAGTO) = WRK-PAGTO
              AND WRK-NP-PARCELAS(WRK-IDX-NFC-PAGTO) = WRK-PARCELAS
                   MOVE 'S' TO WRK-SW-NFC-PAGTO
           END-IF.
       0630-FECHAR-DOCUMENTO.
           IF WRK-NFC-ABERTO
                   MOVE ZEROS TO WRK-IDX-NFC-PAGTO
                   PERFORM 0635-GRAVAR-PAGTO-FISCAL
                           UNTIL WRK-IDX-NFC-PAGTO >= WRK-QTD-NFC-PAGTO
                   MOVE SPACES          TO NFC-REGISTRO
                   MOVE '40'            TO NFC-TIPO-REG
                   MOVE WRK-NFK-LOJA    TO NFC-LOJA
                   MOVE WRK-NFC-NUMERO  TO NFC-NUMERO
                   MOVE WRK-NFC-ITENS   TO NFC-TOT-ITENS
                   MOVE WRK-NFC-VALOR   TO NFC-TOT-VALOR
                   MOVE WRK-NFC-IMPOSTO TO NFC-TOT-IMPOSTO
                   PERFORM 0650-GRAVAR-NFCE
                   PERFORM 0645-TOTALIZAR-TICKET-FISCAL
                   MOVE 'N' TO WRK-SW-NFC
           END-IF.
       0635-GRAVAR-PAGTO-FISCAL.
           ADD 1 TO WRK-IDX-NFC-PAGTO.
           MOVE SPACES         TO NFC-REGISTRO.
           MOVE '30'           TO NFC-TIPO-REG.
           MOVE WRK-NFK-LOJA   TO NFC-LOJA.
           MOVE WRK-NFC-NUMERO TO NFC-NUMERO.
           MOVE WRK-NP-FORMA(WRK-IDX-NFC-PAGTO)    TO NFC-PAG-FORMA.
           MOVE WRK-NP-PARCELAS(WRK-IDX-NFC-PAGTO)
               TO NFC-PAG-PARCELAS.
           MOVE WRK-NP-VALOR(WRK-IDX-NFC-PAGTO)    TO NFC-PAG-VALOR.
           PERFORM 0650-GRAVAR-NFCE.
       0640-CANCELAR-DOCUMENTO.
           MOVE 'N' TO WRK-SW-NFC-PAGTO.
           OPEN I-O NFCTKT-FILE.
           IF WRK-FS-NFCTKT-OK
                   MOVE WRK-NFC-CHAVE-ITEM TO NFT-CHAVE
                   READ NFCTKT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-SW-NFC-PAGTO
                   END-READ
           END-IF.
           IF WRK-NFC-PAGTO-ACHADO
                   IF NFT-EMITIDO
                           MOVE NFT-REGISTRO TO WRK-JRN-ANTES
                           MOVE 'C'          TO NFT-SITUACAO
                           MOVE 'NFCTKT'     TO WRK-JRN-ARQUIVO
                           MOVE 'RW'         TO WRK-JRN-OPER
                           MOVE NFT-REGISTRO TO WRK-JRN-DEPOIS
                           REWRITE NFT-REGISTRO
                           PERFORM 0098-GRAVAR-JORNAL
                           ADD 1 TO WRK-QTD-NFC-CANC
                           MOVE SPACES         TO NFC-REGISTRO
                           MOVE '50'           TO NFC-TIPO-REG
                           MOVE NFT-LOJA       TO NFC-LOJA
                           MOVE NFT-NUMERO     TO NFC-NUMERO
                           MOVE WRK-NFI-DATA   TO NFC-CAN-DATA
                           MOVE NFT-DATA       TO NFC-CAN-DATA-DOC
                           MOVE NFT-TICKET     TO NFC-CAN-TICKET
                           MOVE NFT-VALOR      TO NFC-CAN-VALOR
                           PERFORM 0650-GRAVAR-NFCE
                   END-IF
           ELSE
                   DISPLAY 'CANCELAMENTO SEM DOCUMENTO FISCAL - '
                           'LOJA ' WRK-LOJA ' TICKET ' WRK-TICKET
                   MOVE 'E054' TO WRK-EXC-CODIGO
                   MOVE 'CANCELAMENTO SEM DOCUMENTO FISCAL'
                       TO WRK-EXC-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
           END-IF.
           CLOSE NFCTKT-FILE.
       0645-TOTALIZAR-TICKET-FISCAL.
           OPEN I-O NFCTKT-FILE.
           IF WRK-FS-NFCTKT-OK
                   MOVE WRK-NFC-CHAVE TO NFT-CHAVE
                   READ NFCTKT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NFT-REGISTRO  TO WRK-JRN-ANTES
                           MOVE WRK-NFC-VALOR TO NFT-VALOR
                           MOVE 'NFCTKT'      TO WRK-JRN-ARQUIVO
                           MOVE 'RW'          TO WRK-JRN-OPER
                           MOVE NFT-REGISTRO  TO WRK-JRN-DEPOIS
                           REWRITE NFT-REGISTRO
                           PERFORM 0098-GRAVAR-JORNAL
                   END-READ
           END-IF.
           CLOSE NFCTKT-FILE.
       0650-GRAVAR-NFCE.
           OPEN EXTEND NFCE-FILE.
           IF WRK-FS-NFCE-ARQ-INEXISTENTE
                   CLOSE NFCE-FILE
                   OPEN OUTPUT NFCE-FILE
           END-IF.
           WRITE NFC-REGISTRO.
           CLOSE NFCE-FILE.
       0209-MOVIMENTAR-ESTOQUE.
           IF WRK-TRANS-VENDA
                   COMPUTE WRK-QTDE-KIT = 0 - WRK-QTDE-ITEM
           ELSE
                   MOVE WRK-QTDE-ITEM TO WRK-QTDE-KIT
           END-IF.
           MOVE 'N' TO WRK-SW-KIT WRK-SW-FIM-KIT.
           OPEN INPUT KITCOMP-FILE.
           IF WRK-FS-KITCOMP-OK
                   MOVE WRK-PRODUTO TO KIT-PRODUTO
                   MOVE ZEROS       TO KIT-COMPONENTE
                   START KITCOMP-FILE KEY IS >= KIT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM-KIT
                   END-START
                   PERFORM 0220-LER-COMPONENTE-KIT
                           UNTIL WRK-FIM-KIT
           END-IF.
           CLOSE KITCOMP-FILE.
           IF NOT WRK-PRODUTO-KIT
                   MOVE WRK-PRODUTO  TO WRK-PRODUTO-ESTQ
                   MOVE WRK-QTDE-KIT TO WRK-QTDE-ESTOQUE
                   PERFORM 0210-MOVIMENTAR-PRODUTO-ESTQ
           END-IF.
       0210-MOVIMENTAR-PRODUTO-ESTQ.
           OPEN EXTEND STKMOV-FILE.
           IF WRK-FS-STKMOV-ARQ-INEXISTENTE
                   CLOSE STKMOV-FILE
           ACCEPT SMV-DATA FROM DATE YYYYMMDD.
           ACCEPT SMV-HORA FROM TIME.
           MOVE WRK-LOJA         TO SMV-LOJA.
           MOVE WRK-PRODUTO-ESTQ TO SMV-PRODUTO.
           MOVE WRK-TIPO-TRANS   TO SMV-TIPO.
           MOVE WRK-QTDE-ESTOQUE TO SMV-QTDE.
           IF WRK-PRODUTO-KIT
                   MOVE 'KIT '      TO SMV-MOTIVO
                   MOVE WRK-PRODUTO TO SMV-DOCUMENTO
           ELSE
                   MOVE SPACES      TO SMV-MOTIVO
                   MOVE ZEROS       TO SMV-DOCUMENTO
           END-IF.
           PERFORM 0218-OBTER-CUSTO-MEDIO.
           MOVE WRK-CUSTO-MOV    TO SMV-CUSTO-UNIT.
           WRITE SMV-REGISTRO.
           CLOSE STKMOV-FILE.
           OPEN I-O ESTOQUE-FILE.
                   CLOSE ESTOQUE-FILE
                   OPEN I-O ESTOQUE-FILE
           END-IF.
           MOVE WRK-LOJA         TO EST-LOJA.
           MOVE WRK-PRODUTO-ESTQ TO EST-PRODUTO.
           READ ESTOQUE-FILE
               INVALID KEY
                   MOVE ZEROS  TO EST-SALDO EST-RESERVADO
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE EST-REGISTRO TO WRK-JRN-ANTES
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE ESTOQUE-FILE.
       0220-LER-COMPONENTE-KIT.
           READ KITCOMP-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-SW-FIM-KIT
               NOT AT END
                   IF KIT-PRODUTO NOT = WRK-PRODUTO
                           MOVE 'S' TO WRK-SW-FIM-KIT
                   ELSE
                           MOVE 'S' TO WRK-SW-KIT
                           MOVE KIT-COMPONENTE TO WRK-PRODUTO-ESTQ
                           COMPUTE WRK-QTDE-ESTOQUE =
                                   WRK-QTDE-KIT * KIT-QTDE
                           PERFORM 0210-MOVIMENTAR-PRODUTO-ESTQ
                   END-IF
           END-READ.
       0570-CONFERIR-RESERVA.
           MOVE 'N'   TO WRK-SW-ENC-ACHADA WRK-SW-RESERVA.
           MOVE ZEROS TO WRK-ENC-NUMERO WRK-ENC-QTDE.
           OPEN INPUT ENCOMENDA-FILE.
           IF WRK-FS-ENCOMENDA-OK
                   MOVE 'N'         TO WRK-SW-FIM-ENC
                   MOVE WRK-LOJA    TO ENC-LOJA
                   MOVE WRK-PRODUTO TO ENC-PRODUTO
                   START ENCOMENDA-FILE KEY IS = ENC-ITEM
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM-ENC
                   END-START
                   PERFORM 0572-LER-ENCOMENDA
                           UNTIL WRK-FIM-ENCOMENDAS
           END-IF.
           CLOSE ENCOMENDA-FILE.
           OPEN INPUT ESTOQUE-FILE.
           IF WRK-FS-ESTOQUE-OK
                   MOVE WRK-LOJA    TO EST-LOJA
                   MOVE WRK-PRODUTO TO EST-PRODUTO
                   READ ESTOQUE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EST-RESERVADO IS NUMERIC
                              AND EST-RESERVADO > ZEROS
                                   COMPUTE WRK-QTDE-LIVRE = EST-SALDO
                                           - EST-RESERVADO
                                           + WRK-ENC-QTDE
                                   IF WRK-QTDE-ITEM > WRK-QTDE-LIVRE
                                           MOVE 'S' TO WRK-SW-RESERVA
                                   END-IF
                           END-IF
                   END-READ
           END-IF.
           CLOSE ESTOQUE-FILE.
       0572-LER-ENCOMENDA.
           READ ENCOMENDA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ENC
               NOT AT END
                   IF ENC-LOJA NOT = WRK-LOJA
                      OR ENC-PRODUTO NOT = WRK-PRODUTO
                           MOVE 'S' TO WRK-SW-FIM-ENC
                   ELSE
                           IF ENC-RESERVADA AND WRK-CLIENTE > 0
                              AND ENC-CLIENTE = WRK-CLIENTE
                                   MOVE 'S'        TO WRK-SW-ENC-ACHADA
                                   MOVE 'S'        TO WRK-SW-FIM-ENC
                                   MOVE ENC-NUMERO TO WRK-ENC-NUMERO
                                   MOVE ENC-QTDE   TO WRK-ENC-QTDE
                           END-IF
                   END-IF
           END-READ.
       0575-RETIRAR-ENCOMENDA.
           OPEN I-O ENCOMENDA-FILE.
           MOVE WRK-ENC-NUMERO TO ENC-NUMERO.
           READ ENCOMENDA-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-ENC-ACHADA
               NOT INVALID KEY
                   MOVE ENC-REGISTRO TO WRK-JRN-ANTES
                   MOVE ZEROS TO WRK-SINAL-SOBRA
                   IF ENC-SINAL > WRK-VALOR-VENDA
                           MOVE WRK-VALOR-VENDA TO WRK-SINAL-APLICADO
                           COMPUTE WRK-SINAL-SOBRA = ENC-SINAL
                                   - WRK-VALOR-VENDA
                   ELSE
                           MOVE ENC-SINAL TO WRK-SINAL-APLICADO
                   END-IF
                   MOVE 'T'                TO ENC-STATUS
                   MOVE WRK-DATA-VENDA     TO ENC-DATA-RETIRADA
                   MOVE WRK-TICKET         TO ENC-TICKET
                   MOVE WRK-SINAL-APLICADO TO ENC-SINAL-APLICADO
                   REWRITE ENC-REGISTRO
                   MOVE ENC-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'ENCOMEND'   TO WRK-JRN-ARQUIVO
                   MOVE 'RW'         TO WRK-JRN-OPER
                   PERFORM 0098-GRAVAR-JORNAL
           END-READ.
           CLOSE ENCOMENDA-FILE.
           IF WRK-ENCOMENDA-ACHADA
                   ADD 1 TO WRK-QTD-RETIRADAS
                   PERFORM 0577-BAIXAR-RESERVA
                   COMPUTE WRK-SALDO-PAGAR = WRK-VALOR-VENDA
                           - WRK-SINAL-APLICADO
                   DISPLAY 'ENCOMENDA ' WRK-ENC-NUMERO ' RETIRADA - '
                           'SINAL ABATIDO: ' WRK-SINAL-APLICADO
                           ' SALDO A PAGAR: ' WRK-SALDO-PAGAR
                   IF WRK-SINAL-SOBRA > ZEROS
                           MOVE WRK-SINAL-SOBRA TO WRK-VALOR-CREDITO
                           MOVE 'E' TO WRK-TIPO-CREDMOV
                           PERFORM 0214-MOVIMENTAR-CREDITO
                           DISPLAY 'SOBRA DO SINAL EM CREDITO DE LOJA: '
                                   WRK-VALOR-CREDITO
                   END-IF
           END-IF.
       0577-BAIXAR-RESERVA.
           OPEN I-O ESTOQUE-FILE.
           MOVE WRK-LOJA    TO EST-LOJA.
           MOVE WRK-PRODUTO TO EST-PRODUTO.
           READ ESTOQUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EST-REGISTRO TO WRK-JRN-ANTES
                   IF EST-RESERVADO IS NOT NUMERIC
                      OR EST-RESERVADO < WRK-ENC-QTDE
                           MOVE ZEROS TO EST-RESERVADO
                   ELSE
                           SUBTRACT WRK-ENC-QTDE FROM EST-RESERVADO
                   END-IF
                   REWRITE EST-REGISTRO
                   MOVE EST-REGISTRO TO WRK-JRN-DEPOIS
                   MOVE 'ESTOQUE'    TO WRK-JRN-ARQUIVO
                   MOVE 'RW'         TO WRK-JRN-OPER
                   PERFORM 0098-GRAVAR-JORNAL
           END-READ.
           CLOSE ESTOQUE-FILE.
       0580-CONSUMIR-LOTES.
           OPEN I-O ESTLOTE-FILE.
           IF WRK-FS-ESTLOTE-OK
                   MOVE WRK-QTDE-ITEM TO WRK-QTDE-A-BAIXAR
                   MOVE 'N'           TO WRK-SW-FIM-LOTE
                   MOVE WRK-LOJA      TO ELT-LOJA
                   MOVE WRK-PRODUTO   TO ELT-PRODUTO
                   MOVE ZEROS         TO ELT-VALIDADE
                   MOVE SPACES        TO ELT-LOTE
                   START ESTLOTE-FILE KEY IS NOT < ELT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM-LOTE
                   END-START
                   PERFORM 0582-LER-LOTE
                           UNTIL WRK-FIM-LOTES
           END-IF.
           CLOSE ESTLOTE-FILE.
       0582-LER-LOTE.
           READ ESTLOTE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM-LOTE
               NOT AT END
                   IF ELT-LOJA NOT = WRK-LOJA
                      OR ELT-PRODUTO NOT = WRK-PRODUTO
                           MOVE 'S' TO WRK-SW-FIM-LOTE
                   ELSE
                           IF ELT-ATIVO AND ELT-SALDO > ZEROS
                                   PERFORM 0584-BAIXAR-LOTE
                           END-IF
                   END-IF
           END-READ.
       0584-BAIXAR-LOTE.
           MOVE ELT-REGISTRO TO WRK-JRN-ANTES.
           IF ELT-SALDO > WRK-QTDE-A-BAIXAR
                   SUBTRACT WRK-QTDE-A-BAIXAR FROM ELT-SALDO
                   MOVE ZEROS TO WRK-QTDE-A-BAIXAR
           ELSE
                   SUBTRACT ELT-SALDO FROM WRK-QTDE-A-BAIXAR
                   MOVE ZEROS TO ELT-SALDO
                   MOVE 'E'   TO ELT-STATUS
           END-IF.
           REWRITE ELT-REGISTRO.
           MOVE ELT-REGISTRO TO WRK-JRN-DEPOIS.
           MOVE 'ESTLOTE'    TO WRK-JRN-ARQUIVO.
           MOVE 'RW'         TO WRK-JRN-OPER.
           PERFORM 0098-GRAVAR-JORNAL.
           ADD 1 TO WRK-QTD-BAIXAS-LOTE.
           IF WRK-QTDE-A-BAIXAR = ZEROS
                   MOVE 'S' TO WRK-SW-FIM-LOTE
           END-IF.
       0590-CRITICAR-FUNCIONARIO.
           MOVE 'S'    TO WRK-SW-COMPRA-FUNC.
           MOVE SPACES TO WRK-MOTIVO-FUNC WRK-DESC-FUNC.
           IF WRK-FUNCIONARIO = ZEROS
                   IF WRK-PAGTO-FOLHA
                           MOVE 'N'    TO WRK-SW-COMPRA-FUNC
                           MOVE 'FOLH' TO WRK-MOTIVO-FUNC
                           MOVE 'DESCONTO EM FOLHA EXIGE FUNCIONARIO'
                               TO WRK-DESC-FUNC
                   END-IF
           ELSE
                   PERFORM 0592-CONSULTAR-FUNCIONARIO
                   EVALUATE TRUE
                           WHEN NOT WRK-FUNCIONARIO-VALIDO
                                     MOVE 'N'    TO WRK-SW-COMPRA-FUNC
                                     MOVE 'FUNC' TO WRK-MOTIVO-FUNC
                                     MOVE 'FUNCIONARIO INVALIDO'
                                         TO WRK-DESC-FUNC
                           WHEN WRK-PAGTO-FOLHA AND WRK-PARCELAS > 1
                                     MOVE 'N'    TO WRK-SW-COMPRA-FUNC
                                     MOVE 'FOLH' TO WRK-MOTIVO-FUNC
                                     MOVE 'DESCONTO EM FOLHA SO A VISTA'
                                         TO WRK-DESC-FUNC
                           WHEN OTHER
                                     PERFORM 0593-CALCULAR-DESC-FUNC
                   END-EVALUATE
           END-IF.
       0591-OBTER-FUNCIONARIO.
           MOVE 'N' TO WRK-SW-FUNC-OK.
           MOVE 1   TO WRK-FUNCIONARIO.
           PERFORM 0599-ACEITAR-FUNCIONARIO
                   UNTIL WRK-FUNCIONARIO-VALIDO
                      OR WRK-FUNCIONARIO = ZEROS.
       0592-CONSULTAR-FUNCIONARIO.
           MOVE 'N'    TO WRK-SW-FUNC-OK.
           MOVE SPACES TO WRK-NOME-FUNCIONARIO.
           OPEN INPUT MASTER-FILE.
           IF WRK-FS-MASTER-OK
                   MOVE 'E'             TO MASTER-TIPO
                   MOVE WRK-FUNCIONARIO TO MASTER-CODIGO
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MASTER-ATIVO-SIM
                                   MOVE 'S' TO WRK-SW-FUNC-OK
                                   MOVE MASTER-NOME
                                       TO WRK-NOME-FUNCIONARIO
                           END-IF
                   END-READ
           END-IF.
           CLOSE MASTER-FILE.
       0593-CALCULAR-DESC-FUNC.
           COMPUTE WRK-FUNC-PRECO ROUNDED =
                   WRK-PRECO-UNIT * (100 - WRK-FUNC-DESC-PERC) / 100.
           COMPUTE WRK-FUNC-VALOR = WRK-QTDE-ITEM * WRK-FUNC-PRECO.
           COMPUTE WRK-FUNC-DESCONTO =
                   (WRK-QTDE-ITEM * WRK-PRECO-UNIT) - WRK-FUNC-VALOR.
           IF WRK-TRANS-VENDA AND NOT WRK-REPROCESSO
                   PERFORM 0594-SOMAR-COMPRAS-MES
                   COMPUTE WRK-FUNC-PROJETADO =
                           WRK-FUNC-ACUMULADO + WRK-FUNC-VALOR
                   IF WRK-FUNC-PROJETADO > WRK-FUNC-LIMITE
                           MOVE 'N'    TO WRK-SW-COMPRA-FUNC
                           MOVE 'LIMF' TO WRK-MOTIVO-FUNC
                           MOVE 'LIMITE MENSAL DE COMPRA EXCEDIDO'
                               TO WRK-DESC-FUNC
                           MOVE 'E059' TO WRK-EXC-CODIGO
                           MOVE 'COMPRA DE FUNCIONARIO ACIMA DO LIMITE'
                               TO WRK-EXC-DESCRICAO
                           PERFORM 0290-REGISTRAR-EXCECAO
                   END-IF
           END-IF.
           IF WRK-COMPRA-FUNC-OK
                   MOVE WRK-FUNC-VALOR TO WRK-VALOR-VENDA
           END-IF.
       0594-SOMAR-COMPRAS-MES.
           MOVE ZEROS TO WRK-FUNC-ACUMULADO.
           MOVE WRK-DATA-VENDA(1:6) TO WRK-FUNC-ANOMES.
           MOVE 'N' TO WRK-SW-FIM-CFU.
           OPEN INPUT COMPFUNC-FILE.
           IF WRK-FS-COMPFUNC-OK
                   MOVE WRK-FUNCIONARIO TO CFU-FUNCIONARIO
                   MOVE WRK-FUNC-ANOMES TO CFU-ANOMES
                   MOVE ZEROS           TO CFU-LOJA
                   START COMPFUNC-FILE KEY IS NOT < CFU-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-SW-FIM-CFU
                   END-START
                   PERFORM 0597-LER-COMPRA-MES
                           UNTIL WRK-FIM-COMPRAS-FUNC
           END-IF.
           CLOSE COMPFUNC-FILE.
       0595-APLICAR-DESC-FUNC.
           MOVE WRK-FUNC-PRECO TO WRK-PRECO-UNIT.
           MOVE WRK-FUNC-VALOR TO WRK-VALOR-VENDA.
       0596-ACUMULAR-COMPRA-FUNC.
           OPEN I-O COMPFUNC-FILE.
           IF WRK-FS-COMPFUNC-ARQ-INEXISTENTE
                   CLOSE COMPFUNC-FILE
                   OPEN OUTPUT COMPFUNC-FILE
                   CLOSE COMPFUNC-FILE
                   OPEN I-O COMPFUNC-FILE
           END-IF.
           MOVE WRK-FUNCIONARIO     TO CFU-FUNCIONARIO.
           MOVE WRK-DATA-VENDA(1:6) TO CFU-ANOMES.
           MOVE WRK-LOJA            TO CFU-LOJA.
           READ COMPFUNC-FILE
               INVALID KEY
                   MOVE ZEROS  TO CFU-QTD-ITENS CFU-VALOR
                                  CFU-DESCONTO CFU-VALOR-FOLHA
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE CFU-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           IF WRK-TRANS-VENDA
                   ADD 1 TO CFU-QTD-ITENS
                   ADD WRK-FUNC-DESCONTO TO CFU-DESCONTO
           ELSE
                   SUBTRACT WRK-FUNC-DESCONTO FROM CFU-DESCONTO
           END-IF.
           ADD WRK-VALOR-ASSINADO TO CFU-VALOR.
           IF WRK-PAGTO-FOLHA
                   ADD WRK-VALOR-ASSINADO TO CFU-VALOR-FOLHA
           END-IF.
           MOVE 'COMPFUNC'     TO WRK-JRN-ARQUIVO.
           MOVE CFU-REGISTRO   TO WRK-JRN-DEPOIS.
           IF WRK-FS-COMPFUNC-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE CFU-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE CFU-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE COMPFUNC-FILE.
           ADD 1 TO WRK-QTD-COMPRAS-FUNC.
       0597-LER-COMPRA-MES.
           READ COMPFUNC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-SW-FIM-CFU
               NOT AT END
                   IF CFU-FUNCIONARIO NOT = WRK-FUNCIONARIO
                      OR CFU-ANOMES NOT = WRK-FUNC-ANOMES
                           MOVE 'S' TO WRK-SW-FIM-CFU
                   ELSE
                           ADD CFU-VALOR TO WRK-FUNC-ACUMULADO
                   END-IF
           END-READ.
       0598-CRITICAR-FUNC-LOTE.
           IF VEN-FUNCIONARIO IS NUMERIC
                   MOVE VEN-FUNCIONARIO TO WRK-FUNCIONARIO
           ELSE
                   MOVE ZEROS TO WRK-FUNCIONARIO
           END-IF.
           MOVE VEN-TIPO-TRANS TO WRK-TIPO-TRANS.
           MOVE VEN-PAGTO      TO WRK-PAGTO.
           MOVE VEN-PARCELAS   TO WRK-PARCELAS.
           PERFORM 0590-CRITICAR-FUNCIONARIO.
           IF NOT WRK-COMPRA-FUNC-OK
                   MOVE WRK-MOTIVO-FUNC TO WRK-MOTIVO-REJ
           END-IF.
       0599-ACEITAR-FUNCIONARIO.
           DISPLAY 'COMPRA DE FUNCIONARIO - CODIGO (000 NAO E): '.
           ACCEPT  WRK-FUNCIONARIO FROM CONSOLE.
           IF WRK-FUNCIONARIO > 0
                   PERFORM 0592-CONSULTAR-FUNCIONARIO
                   IF WRK-FUNCIONARIO-VALIDO
                           DISPLAY 'FUNCIONARIO: ' WRK-NOME-FUNCIONARIO
                   ELSE
                           DISPLAY 'FUNCIONARIO NAO CADASTRADO OU '
                                   'INATIVO'
                   END-IF
           END-IF.
       0660-OBTER-HORA-LOTE.
           MOVE 99 TO WRK-HV-HH WRK-HV-MM.
           IF VEN-HORA IS NUMERIC
                   MOVE VEN-HORA TO WRK-HORA-VENDA
                   IF WRK-HV-HH > 23 OR WRK-HV-MM > 59
                           MOVE 99 TO WRK-HV-HH WRK-HV-MM
                   END-IF
           END-IF.
       0218-OBTER-CUSTO-MEDIO.
           MOVE ZEROS TO WRK-CUSTO-MOV.
           OPEN INPUT CUSTMED-FILE.
           IF WRK-FS-CUSTMED-OK
                   MOVE WRK-LOJA    TO CMD-LOJA
                   MOVE WRK-PRODUTO-ESTQ TO CMD-PRODUTO
                   READ CUSTMED-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CMD-CUSTO-MEDIO TO WRK-CUSTO-MOV
                   END-READ
           END-IF.
           CLOSE CUSTMED-FILE.
           IF WRK-CUSTO-MOV = ZEROS
                   OPEN INPUT PRODUCTS-FILE
                   IF WRK-FS-PRODUCTS-OK
                           MOVE WRK-PRODUTO-ESTQ TO PROD-CODIGO
                           READ PRODUCTS-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE PROD-CUSTO TO WRK-CUSTO-MOV
                           END-READ
                   END-IF
                   CLOSE PRODUCTS-FILE
           END-IF.
       0206-GRAVAR-HIST-CLIENTE.
           OPEN EXTEND CUSTHIST-FILE.
           IF WRK-FS-CUSTHIST-ARQ-INEXISTENTE
                   DISPLAY 'PRODUTO: ' WRK-NOME-PRODUTO
                   PERFORM 0118-OBTER-CLIENTE
                   PERFORM 0124-OBTER-TIPO-TRANS
                   PERFORM 0591-OBTER-FUNCIONARIO
                   PERFORM 0133-OBTER-PAGAMENTO
                   PERFORM 0153-OBTER-PARCELAS
                   PERFORM 0157-OBTER-VENDEDOR
                           END-IF
                   END-IF
           END-IF.
           IF WRK-ITEM-OK
                   PERFORM 0590-CRITICAR-FUNCIONARIO
                   IF NOT WRK-COMPRA-FUNC-OK
                           DISPLAY WRK-DESC-FUNC ' - REDIGITE'
                           MOVE 'N' TO WRK-SW-ITEM-OK
                   END-IF
           END-IF.
           IF WRK-ITEM-OK
              AND WRK-TRANS-VENDA AND WRK-PARCELAS > 1
                   PERFORM 0169-CREDITO-CONSOLE
                   IF NOT WRK-CREDITO-LIBERADO
                           MOVE 'N' TO WRK-SW-ITEM-OK
                   END-IF
           END-IF.
           IF WRK-ITEM-OK AND WRK-PAGTO-PONTOS
                   PERFORM 0175-PONTOS-CONSOLE
                   IF NOT WRK-PONTOS-OK
                           MOVE 'N' TO WRK-SW-ITEM-OK
                   END-IF
           END-IF.
           IF WRK-ITEM-OK AND WRK-TRANS-VENDA
                   PERFORM 0570-CONFERIR-RESERVA
                   IF WRK-RESERVA-VIOLADA
                           DISPLAY 'ESTOQUE RESERVADO PARA ENCOMENDAS'
                                   ' - LIVRE: ' WRK-QTDE-LIVRE
                                   ' - REDIGITE'
                           MOVE 'N' TO WRK-SW-ITEM-OK
                   END-IF
           END-IF.
           IF WRK-ITEM-OK AND WRK-FUNCIONARIO > 0
                   PERFORM 0595-APLICAR-DESC-FUNC
           END-IF.
       0118-OBTER-CLIENTE.
           MOVE 'N' TO WRK-SW-CLI-OK.
           MOVE 1   TO WRK-CLIENTE.
           PERFORM 0134-ACEITAR-PAGAMENTO
                   UNTIL WRK-PAGTO-DINHEIRO
                      OR WRK-PAGTO-CARTAO
                      OR WRK-PAGTO-PIX
                      OR WRK-PAGTO-PONTOS
                      OR (WRK-PAGTO-FOLHA AND WRK-FUNCIONARIO > 0).
       0134-ACEITAR-PAGAMENTO.
           DISPLAY 'PAGAMENTO (D=DINHEIRO C=CARTAO P=PIX '
                   'F=PONTOS S=FOLHA): '.
           ACCEPT  WRK-PAGTO FROM CONSOLE.
           IF NOT WRK-PAGTO-DINHEIRO
              AND NOT WRK-PAGTO-CARTAO
              AND NOT WRK-PAGTO-PIX
              AND NOT WRK-PAGTO-PONTOS
              AND NOT WRK-PAGTO-FOLHA
                   DISPLAY 'MEIO DE PAGAMENTO INVALIDO - REDIGITE'
           END-IF.
           IF WRK-PAGTO-FOLHA AND WRK-FUNCIONARIO = ZEROS
                   DISPLAY 'DESCONTO EM FOLHA EXIGE FUNCIONARIO '
                           '- REDIGITE'
           END-IF.
       0153-OBTER-PARCELAS.
           MOVE ZEROS TO WRK-PARCELAS.
           PERFORM 0154-ACEITAR-PARCELAS
           IF NOT WRK-PRIMEIRA-VEZ
                   PERFORM 0250-QUEBRA-SUBTOTAL
           END-IF.
           PERFORM 0630-FECHAR-DOCUMENTO.
           DISPLAY 'DOCUMENTOS FISCAIS EMITIDOS ===> ' WRK-QTD-NFC.
           DISPLAY 'DOCUMENTOS FISCAIS CANCELADOS ===> '
                   WRK-QTD-NFC-CANC.
           DISPLAY 'VALOR TOTAL DE VENDAS ===> ' WRK-ACUMULADO.
           DISPLAY 'TOTAL DE VENDAS EFETUADAS ===> ' WRK-CONTADOR.
           DISPLAY 'TOTAL DE IMPOSTO APURADO ===> ' WRK-TOT-IMPOSTO.
           PERFORM 0360-EXIBIR-TOTAIS-PRODUTO.
           PERFORM 0370-EXIBIR-TOTAIS-REGIAO.
           PERFORM 0380-EXIBIR-OVERRIDES.
           DISPLAY 'ITENS VENDIDOS EM PROMOCAO ===> '
                   WRK-QTD-ITENS-PROMO.
           DISPLAY 'PONTOS DE FIDELIDADE GANHOS ===> '
                   WRK-TOT-PNT-GANHOS.
           DISPLAY 'PONTOS DE FIDELIDADE RESGATADOS ===> '
                   WRK-TOT-PNT-RESGATE.
           DISPLAY 'ENCOMENDAS RETIRADAS ===> ' WRK-QTD-RETIRADAS.
           DISPLAY 'BAIXAS EM LOTES DE PERECIVEIS ===> '
                   WRK-QTD-BAIXAS-LOTE.
           DISPLAY 'COMPRAS DE FUNCIONARIO ===> '
                   WRK-QTD-COMPRAS-FUNC.
           IF WRK-REPROCESSO
                   PERFORM 0165-REGISTRAR-REPOSICAO
           END-IF.
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE SALES-FILE.
           MOVE WRK-DATA-ANT(1:6) TO WRK-SUM-ANOMES.
           MOVE WRK-LOJA-ANT      TO WRK-SUM-LOJA.
           MOVE 'L'               TO WRK-SUM-TIPO.
           MOVE ZEROS             TO WRK-SUM-DEPTO.
           MOVE WRK-SUB-QTDE      TO WRK-SUM-QTDE.
           MOVE WRK-SUB-TOTAL     TO WRK-SUM-VALOR.
           MOVE WRK-SUB-IMPOSTO   TO WRK-SUM-IMPOSTO.
           PERFORM 0315-ATUALIZAR-SUMARIO.
       0315-ATUALIZAR-SUMARIO.
           OPEN I-O SALESUM-FILE.
           IF WRK-FS-SALESUM-ARQ-INEXISTENTE
                   CLOSE SALESUM-FILE
                   OPEN OUTPUT SALESUM-FILE
                   CLOSE SALESUM-FILE
                   OPEN I-O SALESUM-FILE
           END-IF.
           MOVE WRK-SUM-ANOMES TO VSM-ANOMES.
           MOVE WRK-SUM-LOJA   TO VSM-LOJA.
           MOVE WRK-SUM-TIPO   TO VSM-TIPO.
           MOVE WRK-SUM-DEPTO  TO VSM-DEPTO.
           READ SALESUM-FILE
               INVALID KEY
                   MOVE ZEROS  TO VSM-QTDE VSM-VALOR VSM-IMPOSTO
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE VSM-REGISTRO TO WRK-JRN-ANTES
           END-READ.
           ADD WRK-SUM-QTDE    TO VSM-QTDE.
           ADD WRK-SUM-VALOR   TO VSM-VALOR.
           ADD WRK-SUM-IMPOSTO TO VSM-IMPOSTO.
           ACCEPT VSM-DATA-ATUALIZ FROM DATE YYYYMMDD.
           MOVE 'SALESUM'      TO WRK-JRN-ARQUIVO.
           MOVE VSM-REGISTRO   TO WRK-JRN-DEPOIS.
           IF WRK-FS-SALESUM-NAO-ENCONTRADO
                   MOVE 'WR' TO WRK-JRN-OPER
                   WRITE VSM-REGISTRO
           ELSE
                   MOVE 'RW' TO WRK-JRN-OPER
                   REWRITE VSM-REGISTRO
           END-IF.
           PERFORM 0098-GRAVAR-JORNAL.
           CLOSE SALESUM-FILE.
       0290-REGISTRAR-EXCECAO.
           MOVE 'PROGCOB15' TO EXC-PROGRAMA.
           ACCEPT EXC-DATA FROM DATE YYYYMMDD.

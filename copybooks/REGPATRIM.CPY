      *----------------------------------------------------------------
      * LAYOUT PADRAO DO CADASTRO DE PATRIMONIO (CADPATRIM.DAT),      *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM BEM POR NUMERO DE PLAQUETA, COM CATEGORIA: 1=EQUIPAMENTO   *
      * MEDICO 2=INFORMATICA 3=MOVEIS E UTENSILIOS 4=VEICULOS         *
      * 5=INSTALACOES 9=OUTROS; LOCAL = FILIAL (CADFILIAL) + SALA     *
      * (CADSALA), CHAVE ALTERNATIVA DO INVENTARIO FISICO (RELPATRIM) *
      * PT-VIDA-MESES: VIDA UTIL PARA A DEPRECIACAO LINEAR MENSAL     *
      * PT-SITUACAO: A=ATIVO V=VENDIDO B=BAIXADO (PT-DATA-BAIXA)      *
      * PT-PLACA: VEICULO DO CADVEIC AMARRADO AO BEM (CATEGORIA 4),   *
      *           CHAVE ALTERNATIVA PARA O PROGR92 ACHAR O BEM        *
      * PT-DEPREC-ACUM E PT-ULT-COMPET: ATUALIZADOS PELO LOTEDEPREC   *
      *----------------------------------------------------------------
       01 REGPATRIM.
           03 PT-PLAQUETA           PIC 9(06).
           03 PT-DESCRICAO          PIC X(30).
           03 PT-CATEGORIA          PIC 9(02).
           03 PT-LOCAL.
               05 PT-FILIAL         PIC 9(02).
               05 PT-SALA           PIC 9(02).
           03 PT-DATA-AQUIS         PIC 9(08).
           03 PT-VALOR-AQUIS        PIC 9(08)V99.
           03 PT-FORNECEDOR         PIC 9(04).
           03 PT-VIDA-MESES         PIC 9(03).
           03 PT-SITUACAO           PIC X(01).
           03 PT-DATA-BAIXA         PIC 9(08).
           03 PT-PLACA              PIC X(07).
           03 PT-DEPREC-ACUM        PIC 9(08)V99.
           03 PT-ULT-COMPET         PIC 9(06).
           03 DATA-CADASTRO         PIC 9(08).

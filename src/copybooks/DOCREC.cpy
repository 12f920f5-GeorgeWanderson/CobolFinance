      *****************************************************************
      *  DOCREC.CPY - Layout do registro de documento do dossiê do
      *  cliente (documentos.dat). Uma linha por documento entregue:
      *  tipo, número, órgão emissor, emissão, validade e local onde
      *  a via física ou digital está guardada. A entrega de um novo
      *  documento do mesmo tipo marca o anterior como substituído.
      *  Compartilhado pela manutenção do dossiê, pela sub-rotina
      *  VerificarDossie e pelo aviso mensal de vencimentos, para
      *  manter o layout do arquivo em um só lugar.
      *****************************************************************
       01  DocumentoRecord.
           05  DocClienteID              PIC 9(5).
           05  DocTipo                   PIC X(4).
      *        IDEN identidade (RG/CNH), CPF  comprovante de CPF,
      *        CRES comprovante de residência ou de endereço, CREN
      *        comprovante de renda, CNAS certidão de nascimento,
      *        CSOC contrato social ou estatuto, CCNP comprovante de
      *        inscrição no CNPJ, FATU declaração de faturamento,
      *        PROC procuração outorgada pelo cliente.
           05  DocNumero                 PIC X(20).
           05  DocOrgaoEmissor           PIC X(10).
           05  DocDataEmissao            PIC 9(8).
      *    Validade (AAAAMMDD): a impressa no documento ou, quando
      *    ele não tem, a emissão mais o prazo de aceitação do tipo;
      *    99991231 para documento que não vence.
           05  DocDataValidade           PIC 9(8).
           05  DocLocalGuarda            PIC X(30).
           05  DocSituacao               PIC X(1).
               88  DocVigente                VALUE 'A'.
               88  DocSubstituido            VALUE 'S'.
           05  DocDataRegistro           PIC 9(8).
           05  DocOperador               PIC X(10).
      *    Data do último aviso de vencimento enviado ao cliente;
      *    zero enquanto nenhum aviso saiu.
           05  DocDataAviso              PIC 9(8).

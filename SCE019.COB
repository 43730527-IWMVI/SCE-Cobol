          03 VH-PED-ENTREGUE         PIC X(01).
          03 VH-PED-QTDDEVOLVIDA     PIC 9(06).
          03 VH-PED-VALIDADE         PIC 9(08).
          03 VH-PED-LOCAL            PIC 9(01).
          03 VH-PED-CONTRATO         PIC 9(06).
          03 VH-PED-TRANSP           PIC 9(03).
          03 VH-PED-TIPOFRETE        PIC X(01).
          03 VH-PED-VALORFRETE       PIC 9(05)V99.

      *************************************************************************


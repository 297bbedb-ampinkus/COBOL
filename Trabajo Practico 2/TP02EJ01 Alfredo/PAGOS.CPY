      *   SUC - ventanilla de sucursal
      *   HBK - home banking
      *   DEB - debito automatico
      *   CTA - debito en una cuenta del propio banco (concepto TAR
      *         del sistema de transferencias, lo graba CLPOSTEO)
      *   OTR - otros canales
          05 WS-PAGO-CANAL             PIC X(3).

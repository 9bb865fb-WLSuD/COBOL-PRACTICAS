      ******************************************************************
      * ACTCNT.cpy
      * Physical count line (ACTCONT.DAT) - one record per tagged
      * asset found on the floor during the annual count, keyed from
      * the returned ACTIVO-HOJA count sheets: the asset code read
      * off the tag and the branch and location where it was found.
      * Loaded and reconciled against ACTIVOS.DAT by ACTIVO-CONT.
      ******************************************************************
           05 ACN-CODIGO              PIC X(10).
           05 ACN-SUCURSAL            PIC X(3).
           05 ACN-UBICACION           PIC X(10).

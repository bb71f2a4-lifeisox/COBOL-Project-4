      ******************************************************************
      * Master-file change log parameter block, shared by every
      * maintenance screen and the CHANGE-LOG subprogram. After each
      * add, change or delete goes through, the screen sets the file
      * id, the action, the record key, the operator and the record
      * as it stood before and after, and CALLs "CHANGE-LOG", which
      * appends one record to the change log for the nightly change
      * report. An add has no before image and a delete no after
      * image - those are left as spaces.
      ******************************************************************
       01  CHANGE-LOG-PARAMETERS.
      *    The master file changed: SUPPLIER, CUSTMAST, LOCMAST,
      *    PARTSUPP, STDCOST, BOMFILE, SELLPRIC, USERMAST, FISCALCL.
           05  CHG-FILE-ID             PIC X(08).
      *    A = add, C = change, D = delete.
           05  CHG-ACTION              PIC X(01).
               88  CHG-ACTION-ADD              VALUE "A".
               88  CHG-ACTION-CHANGE           VALUE "C".
               88  CHG-ACTION-DELETE           VALUE "D".
      *    The record key as keyed on the screen.
           05  CHG-KEY                 PIC X(20).
      *    The signed-on operator who made the change.
           05  CHG-OPERATOR            PIC X(08).
      *    The whole record, before and after the change.
           05  CHG-BEFORE-IMAGE        PIC X(80).
           05  CHG-AFTER-IMAGE         PIC X(80).

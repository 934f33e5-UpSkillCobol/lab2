      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    ISSUING COMPANY IDENTITY FOR TAX DOCUMENTS AND FILES SENT
      *    TO THE TAX AUTHORITY | V0.1 | 15.10.2026
      ******************************************************************
      *    A CUSTOMER WITH NO TAX NUMBER ON FILE IS REPORTED UNDER THE
      *    GENERIC FINAL-CONSUMER NUMBER

       78  COMPANY-TAX-ID                       VALUE "509999990".
       78  COMPANY-NAME                         VALUE
           "DELICIOUSSANDWICH - BREADWICH LDA".
       78  COMPANY-ADDRESS                      VALUE
           "RUA DA PADARIA 1".
       78  COMPANY-CITY                         VALUE "LISBOA".
       78  COMPANY-POSTAL-CODE                  VALUE "1000-001".
       78  COMPANY-COUNTRY                      VALUE "PT".
       78  COMPANY-CURRENCY                     VALUE "EUR".
       78  SOFTWARE-CERT-NO                     VALUE "0000".
       78  SOFTWARE-PRODUCT-ID                  VALUE
           "BREADWICH/DELICIOUSSANDWICH".
       78  SOFTWARE-VERSION                     VALUE "0.1".
       78  FINAL-CONSUMER-TAX-ID                VALUE "999999990".
      *> SEPA CREDITOR IDENTIFIER AND THE ACCOUNT DIRECT DEBITS ARE
      *> COLLECTED INTO
       78  COMPANY-SEPA-CI                      VALUE
           "PT00ZZZ000000".
       78  COMPANY-IBAN                         VALUE
           "PT50000000000000000000000".
       78  COMPANY-BIC                          VALUE "BWBKPTPL".

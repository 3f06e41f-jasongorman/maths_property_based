      *    One printed line of a release certificate in MATHCERT,
      *    written by RELEASE-CERTIFICATE on the PROMOTED branch of
      *    the nightly and kept permanently. Keyed by the promotion
      *    date and the line's place in the certificate, so one date
      *    reads back as one whole certificate in print order. A
      *    same-date rerun that promotes again replaces that date's
      *    certificate.
           01  CERTIFICATE-LINE-RECORD.
               05  CT-KEY.
                   10  CT-PROMOTION-DATE PIC X(10).
                   10  CT-LINE-NUMBER    PIC 9(4).
               05  CT-LINE-TEXT      PIC X(80).

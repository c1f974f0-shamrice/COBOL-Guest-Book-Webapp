      *
      *          A template named NAME for book BOOK-ID resolves to
      *          <base>/<book-id>/<name>.html when that file exists --
      *          per-book banners and colors -- then, for a book with a
      *          LANGUAGE set, <base>/<language>/<name>.html (a
      *          translated form shared by every book in that
      *          language), falling back to <base>/<name>.html. FOUND
      *          comes back 'N' when none exists; the caller then
      *          renders its built-in markup, so installs without
      *          template files keep working unchanged.
      ******************************************************************
       01  WS-TEMPLATE-REQUEST.
           05  WS-TPL-BASE-PATH          pic x(256).
           05  WS-TPL-NAME               pic x(32).
           05  WS-TPL-BOOK-ID            pic x(64).
           05  WS-TPL-LANGUAGE           pic x(10).
           05  WS-TPL-FOUND              pic x.
               88  IS-TPL-FOUND          value "Y".
           05  WS-TPL-PLACEHOLDER-COUNT  pic 9(2).

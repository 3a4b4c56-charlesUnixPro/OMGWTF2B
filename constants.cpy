       01 exitCodePreflight constant as 6.
       01 exitCodeRules constant as 7.
       01 exitCodeLocked constant as 8.
       01 exitCodeDefects constant as 9.
       01 exitCodeCertify constant as 10.
       01 exitCodeDrift constant as 11.
       01 exitCodeDenied constant as 12.

      *  Special tokens for our parser


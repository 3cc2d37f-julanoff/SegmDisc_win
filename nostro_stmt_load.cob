%Module NOSTRO_STMT_LOAD <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Correspondent (nostro) statement loader.
*
* Our correspondents send a statement of each nostro account we hold
* with them -- as an MT950 or as an ISO 20022 camt.053
* BankToCustomerStatement.  This batch reads one file of such
* statements from NOSTRO_STMT_INPUT and appends them, in one house
* layout whatever the format they came in, to NOSTRO_STMT_ENTRIES for
* the NOSTRO_RECON matcher.
*
* The format is taken from the first non-blank line: "<" is camt.053,
* anything else MT950.
*
*	MT950	one statement (or statement page) per message; a new
*		:20: or the end of the message ("-}") closes it.  :25:
*		is the account, :28C: the statement/page number,
*		:60F:/:60M: the opening and :62F:/:62M: the closing
*		balance, and each :61: an entry -- value date, D/C mark
*		(RC is booked as a debit, RD as a credit), amount, the
*		reference for the account owner and, after "//", the
*		servicer's reference; a continuation line after a :61:
*		is its supplementary details.  The SWIFT envelope lines
*		("{1:...}{2:...}{4:" and "-}") may be left on, with the
*		block 4 fields each starting their own line.
*	camt.053 one statement per <Stmt>, scanned tag by tag the way
*		PARSE_IFML scans an IFML document: Stmt/Id, Acct/Id
*		(IBAN or Othr/Id) and Acct/Ccy, the OPBD (or PRCD)
*		and CLBD balances, and each <Ntry> -- Amt, CdtDbtInd,
*		ValDt, AcctSvcrRef, the InstrId or EndToEndId (else the
*		NtryRef) as the owner's reference, and AddtlNtryInf.
*
* Every statement must prove -- opening balance plus credits less
* debits equal to the closing balance -- and must carry an account,
* a currency and both balances.  A statement that does not is
* rejected whole and nothing of it is written.  A statement already in
* NOSTRO_STMT_ENTRIES (same account, statement id and statement date)
* is skipped as a duplicate, so a file can be re-sent or re-run
* safely.  The statement date is the closing balance date.
*
* NOSTRO_STMT_ENTRIES (212 columns) holds, per statement, an H
* header record followed by its E entry records; the layout is the
* NSE_REC below, which NOSTRO_RECON reads as is.  The load listing
* goes to NOSTRO_STMT_LOAD_OUTPUT.  A run that rejects any statement
* returns a bad exit status.

* REVISION HISTORY
* ----------------
*
* R. Iverson	09-Nov-2010	CR13234
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select NSL_IN_FILE	Assign to "NOSTRO_STMT_INPUT"
	       FILE STATUS IS Nsl_in_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select NSE_FILE		Assign to "NOSTRO_STMT_ENTRIES"
	       FILE STATUS IS Nse_file_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select NSL_RPT_FILE	Assign to "NOSTRO_STMT_LOAD_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  NSL_IN_FILE record 1024 characters.
01  NSL_IN_REC			Pic X(1024).

%^ One statement: the H header, then its E entries.  D/C is as the
%^ correspondent booked it on our account -- C credited, D debited.
FD  NSE_FILE record 212 characters.
01  NSE_REC.
    02 NSE_REC_TYPE		pic x(01).
    02 NSE_ACCOUNT		pic x(34).
    02 NSE_CURRENCY		pic x(03).
    02 NSE_STMT_DATE		pic x(08).
    02 NSE_STMT_ID		pic x(35).
    02 NSE_DETAIL		pic x(131).
    02 NSE_HDR_DETAIL redefines NSE_DETAIL.
       03 NSE_SOURCE		pic x(05).
       03 NSE_OPEN_KIND		pic x(01).
       03 NSE_OPEN_DC		pic x(01).
       03 NSE_OPEN_AMT		pic 9(15)v9(03).
       03 NSE_CLOSE_KIND	pic x(01).
       03 NSE_CLOSE_DC		pic x(01).
       03 NSE_CLOSE_AMT		pic 9(15)v9(03).
       03 NSE_ENTRY_COUNT	pic 9(07).
       03 Filler		pic x(79).
    02 NSE_ENT_DETAIL redefines NSE_DETAIL.
       03 NSE_VALUE_DATE	pic x(08).
       03 NSE_DC		pic x(01).
       03 NSE_AMOUNT		pic 9(15)v9(03).
       03 NSE_OWNER_REF		pic x(35).
       03 NSE_SVCR_REF		pic x(35).
       03 NSE_SUPPL		pic x(34).

FD  NSL_RPT_FILE record 132 characters.
01  NSL_RPT_REC			Pic X(132).

Working-Storage Section.

01 Nsl_in_stat			Pic XX value spaces.
01 Nse_file_stat		Pic XX value spaces.
01 Nsl_eof_sw			Pic X value "N".
   88 Nsl_eof			value "Y".
01 Nse_eof_sw			Pic X value "N".
   88 Nse_eof			value "Y".
01 Nsl_format_ws		Pic X(05) value spaces.
   88 Nsl_format_mt		value "MT950".
   88 Nsl_format_camt		value "C053".
01 Nsl_doc_ok_sw		Pic X value "Y".
   88 Nsl_doc_ok		value "Y".
01 Nsl_doc_info_ws		Pic X(60) value spaces.

01 Stmt_count_ws		pic 9(07) comp-5 value zeroes.
01 Load_count_ws		pic 9(07) comp-5 value zeroes.
01 Entry_count_ws		pic 9(07) comp-5 value zeroes.
01 Dup_count_ws			pic 9(07) comp-5 value zeroes.
01 Reject_count_ws		pic 9(07) comp-5 value zeroes.

* Statements already on NOSTRO_STMT_ENTRIES -- see A20_LOAD_SEEN.
01 Seen_tbl_ws.
   02 Seen_entry_ws		occurs 5000 times.
      03 Seen_acct_ws			pic x(34).
      03 Seen_id_ws			pic x(35).
      03 Seen_date_ws			pic x(08).
01 Seen_count_ws		pic 9(04) comp-5 value zeroes.
01 Seen_idx_ws			pic 9(04) comp-5 value zeroes.
01 Seen_found_sw		Pic X value "N".
   88 Seen_found		value "Y".

* The statement being read.
01 Stm_active_sw		Pic X value "N".
   88 Stm_active		value "Y".
01 Stm_bad_sw			Pic X value "N".
   88 Stm_bad			value "Y".
01 Stm_why_ws			Pic X(60) value spaces.
01 Stm_acct_ws			Pic X(34) value spaces.
01 Stm_ccy_ws			Pic X(03) value spaces.
01 Stm_id_ws			Pic X(35) value spaces.
01 Stm_date_ws			Pic X(08) value spaces.
01 Stm_open_kind_ws		Pic X(01) value spaces.
01 Stm_open_dc_ws		Pic X(01) value spaces.
01 Stm_open_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Stm_close_kind_ws		Pic X(01) value spaces.
01 Stm_close_dc_ws		Pic X(01) value spaces.
01 Stm_close_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Stm_net_ws			pic s9(16)v9(3) comp-3 value zeroes.
01 Stm_close_net_ws		pic s9(16)v9(3) comp-3 value zeroes.

* Its entries, held until the statement has proved.
01 Stm_ent_tbl_ws.
   02 Stm_ent_ws		occurs 2000 times.
      03 Stm_ent_vdate_ws		pic x(08).
      03 Stm_ent_dc_ws			pic x(01).
      03 Stm_ent_amt_ws			pic 9(15)v9(3) comp-3.
      03 Stm_ent_owner_ws		pic x(35).
      03 Stm_ent_svcr_ws		pic x(35).
      03 Stm_ent_suppl_ws		pic x(34).
01 Stm_ent_count_ws		pic 9(04) comp-5 value zeroes.
01 Stm_ent_idx_ws		pic 9(04) comp-5 value zeroes.

* MT950 field being read.
01 Mt_tag_ws			Pic X(04) value spaces.
01 Mt_last_tag_ws		Pic X(04) value spaces.
01 Mt_vpos_ws			pic 9(04) comp-5 value zeroes.
01 Mt_vlen_ws			pic 9(04) comp-5 value zeroes.
01 Mt_pos_ws			pic 9(04) comp-5 value zeroes.
01 Mt_end_ws			pic 9(04) comp-5 value zeroes.
01 Mt_field_ws			Pic X(100) value spaces.
01 Mt_ref_len_ws		pic 9(04) comp-5 value zeroes.

* camt.053 -- where the scan is in the document, and the balance
* being read.
01 Nsl_depth_ws			pic s9(05) comp-5 value zeroes.
01 Cmt_in_acct_sw		Pic X value "N".
   88 Cmt_in_acct		value "Y".
01 Cmt_in_bal_sw		Pic X value "N".
   88 Cmt_in_bal		value "Y".
01 Cmt_in_ntry_sw		Pic X value "N".
   88 Cmt_in_ntry		value "Y".
01 Cmt_in_valdt_sw		Pic X value "N".
   88 Cmt_in_valdt		value "Y".
01 Cmt_in_baldt_sw		Pic X value "N".
   88 Cmt_in_baldt		value "Y".
01 Cmt_have_amt_sw		Pic X value "N".
   88 Cmt_have_amt		value "Y".
01 Cmt_bal_kind_ws		Pic X(01) value spaces.
01 Cmt_bal_dc_ws		Pic X(01) value spaces.
01 Cmt_bal_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Cmt_bal_ccy_ws		Pic X(03) value spaces.
01 Cmt_bal_date_ws		Pic X(08) value spaces.
01 Cmt_ntry_ref_ws		Pic X(35) value spaces.
01 Cmt_ntry_ccy_ws		Pic X(03) value spaces.
01 Cmt_val_x_ws			Pic X(400).

* Dates and amounts out of the statement -- see X20_YYMMDD and
* X30_TO_AMOUNT.
01 Nsl_yymmdd_ws		Pic X(06).
01 Nsl_yy_ws redefines Nsl_yymmdd_ws.
   02 Nsl_yy_9_ws		pic 9(02).
   02 Filler			pic x(04).
01 Nsl_ymd_ws			Pic X(08).
01 Nsl_amt_txt_ws		Pic X(40).
01 Nsl_amt_ws			pic 9(15)v9(3) comp-3 value zeroes.
01 Nsl_scale_ws			pic 9(01)v9(3) comp-3 value zeroes.
01 Nsl_dig_x_ws			Pic X(01).
01 Nsl_dig_ws redefines Nsl_dig_x_ws	pic 9(01).
01 Nsl_amt_idx_ws		pic 9(04) comp-5 value zeroes.
01 Nsl_amt_ok_sw		Pic X value "N".
   88 Nsl_amt_ok		value "Y".
01 Nsl_amt_dec_sw		Pic X value "N".
   88 Nsl_amt_in_dec		value "Y".
01 Nsl_amt_digits_ws		pic 9(04) comp-5 value zeroes.

* Amount formatting (see X10_FORMAT_AMOUNT): the CAMT_STMT_GEN
* D15_FORMAT_AMOUNT idiom -- explicit decimal point, no leading
* zeros.
01 Nsl_fmt_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Nsl_fmt_disp_ws		pic 9(15)v9(3) usage display.
01 Nsl_fmt_digits_ws redefines Nsl_fmt_disp_ws.
   05 Nsl_fmt_int_x_ws		pic x(15).
   05 Nsl_fmt_frac_x_ws		pic x(03).
01 Nsl_fmt_txt_ws		pic x(20).
01 Nsl_fmt_pos_ws		pic 9(02) comp-5 value zeroes.
01 Nsl_fmt_rem_ws		pic 9(02) comp-5 value zeroes.
01 Nsl_fmt_idx_ws		pic 9(02) comp-5 value zeroes.
01 Nsl_open_txt_ws		pic x(20).

* STRING sending operands must be USAGE DISPLAY.
01 Stm_ent_count_ws_d		pic 9(05) usage display.
01 Stmt_count_ws_d		pic 9(07) usage display.
01 Load_count_ws_d		pic 9(07) usage display.
01 Entry_count_ws_d		pic 9(07) usage display.
01 Dup_count_ws_d		pic 9(07) usage display.
01 Reject_count_ws_d		pic 9(07) usage display.

01 Nsl_result_ws		Pic X(10).
01 Nsl_date_ws			Pic X(08) value spaces.
01 Report_line_ws		Pic X(132).

%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def				%^ local fsect

Nsl_line_x_ws:		str(1024);
Nsl_line_vs:		vstr(1024);
Nsl_tag_vs:		vstr(80);
Nsl_name_vs:		vstr(40);
Nsl_attr_vs:		vstr(40);
Nsl_val_vs:		vstr(400);
Nsl_pos_wl:		long;
Nsl_len_wl:		long;
Nsl_tlen_wl:		long;
Nsl_vlen_wl:		long;
Nsl_hasval_wf:		Boolean;
Nsl_parse:		Parse(^NOTRAP);
Nsl_clip_compose:	Compose(^NOTRAILING_BLANKS);

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_LOAD_SEEN thru A20_LOAD_SEEN_end.

	Open Input NSL_IN_FILE.
	If Nsl_in_stat not = "00"
	    Display "%NOSTRO_STMT_LOAD-E-NOINPUT, cannot open"
		    " NOSTRO_STMT_INPUT"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

* The entries file accumulates; only a missing one is started fresh
* (the A37_VOLSTATS_WRITE rule in BY_LOGS_DMP).
	Open Extend NSE_FILE.
	If Nse_file_stat = "35"
	    Open Output NSE_FILE
	End-if.
	If Nse_file_stat not = "00"
	    Display "%NOSTRO_STMT_LOAD-E-NOENTRIES, cannot open"
		    " NOSTRO_STMT_ENTRIES, status " Nse_file_stat
	    Close NSL_IN_FILE
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	Open Output NSL_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Correspondent statement load " Delimited by size,
	       Nsl_date_ws Delimited by size
		into Report_line_ws.
	Write NSL_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Account                            Ccy Statement"
		Delimited by size,
	       "                           Date     Entries Result"
		Delimited by size
		into Report_line_ws.
	Write NSL_RPT_REC from Report_line_ws.

	Perform B10_SCAN_FILE thru B10_SCAN_FILE_end.

	Close NSL_IN_FILE.
	Close NSE_FILE.

	Move Stmt_count_ws to Stmt_count_ws_d.
	Move Load_count_ws to Load_count_ws_d.
	Move Entry_count_ws to Entry_count_ws_d.
	Move Dup_count_ws to Dup_count_ws_d.
	Move Reject_count_ws to Reject_count_ws_d.
	Move spaces to Report_line_ws.
	String Stmt_count_ws_d Delimited by size,
	       " statement(s) read, " Delimited by size,
	       Load_count_ws_d Delimited by size,
	       " loaded with " Delimited by size,
	       Entry_count_ws_d Delimited by size,
	       " entries, " Delimited by size,
	       Dup_count_ws_d Delimited by size,
	       " duplicate(s), " Delimited by size,
	       Reject_count_ws_d Delimited by size,
	       " rejected" Delimited by size
		into Report_line_ws.
	Write NSL_RPT_REC from Report_line_ws.

	Close NSL_RPT_FILE.

	If Reject_count_ws > 0
	    Display "%NOSTRO_STMT_LOAD-E-REJECTED, " Reject_count_ws_d
		    " statement(s) rejected - see NOSTRO_STMT_LOAD_OUTPUT"
	    Move 1 to abort_ls
	End-if.

	%^*********************************************************************
	%^* NOSTRO_STMT_LOAD$_COUNT  /I ${1} statement(s) loaded with ${2}
	%^*	entries, ${3} duplicate(s) skipped, ${4} rejected.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"NOSTRO_STMT_LOAD$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Load_count_ws, Entry_count_ws,
				    Dup_count_ws, Reject_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	call "DAT_CONN_ROOT".

	Call "NEX_GET_YYYYMMDD" using
	    by reference Nsl_date_ws.

A10_SBJ_INIT_end.
	exit.


A20_LOAD_SEEN.
%^ The statements already loaded, from the H records of the entries
%^ file, so a statement sent twice is loaded once.

	Open Input NSE_FILE.
	If Nse_file_stat = "35"
	    Go to A20_LOAD_SEEN_end
	End-if.
	If Nse_file_stat not = "00"
	    Display "%NOSTRO_STMT_LOAD-E-NOENTRIES, cannot read"
		    " NOSTRO_STMT_ENTRIES, status " Nse_file_stat
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	Perform until Nse_eof

	    Read NSE_FILE
		at end Move "Y" to Nse_eof_sw
	    End-read

	    If not Nse_eof
	      and NSE_REC_TYPE = "H"
	      and Seen_count_ws < 5000
		Add 1 to Seen_count_ws
		Move NSE_ACCOUNT to Seen_acct_ws(Seen_count_ws)
		Move NSE_STMT_ID to Seen_id_ws(Seen_count_ws)
		Move NSE_STMT_DATE to Seen_date_ws(Seen_count_ws)
	    End-if

	End-perform.

	Close NSE_FILE.

A20_LOAD_SEEN_end.
	exit.


B10_SCAN_FILE.
%^ Every line of the file, through the MT950 field reader or the
%^ camt.053 tag scan as the first line decides.  At the end of the
%^ file an MT950 statement still open is complete; a camt.053 one is
%^ not.

	Perform until Nsl_eof

	    Move spaces to NSL_IN_REC
	    Read NSL_IN_FILE
		at end Move "Y" to Nsl_eof_sw
		not at end
		    Perform C05_ONE_LINE thru C05_ONE_LINE_end
	    End-read

	End-perform.

	If Nsl_format_mt
	    Perform D90_END_STATEMENT thru D90_END_STATEMENT_end
	End-if.

	If Nsl_format_camt
	  and Nsl_doc_ok
	  and Nsl_depth_ws not = zero
	    Move "N" to Nsl_doc_ok_sw
	    Move "document is not well formed - unbalanced tags"
		    to Nsl_doc_info_ws
	End-if.

	If Nsl_format_camt and not Nsl_doc_ok
	    If Stm_active
		Move "Y" to Stm_bad_sw
		Move Nsl_doc_info_ws to Stm_why_ws
		Perform D90_END_STATEMENT thru D90_END_STATEMENT_end
	    Else
		Move spaces to Report_line_ws
		String "camt.053 document rejected: " Delimited by size,
		       Nsl_doc_info_ws Delimited by size
			into Report_line_ws
		Write NSL_RPT_REC from Report_line_ws
		Add 1 to Reject_count_ws
	    End-if
	End-if.

B10_SCAN_FILE_end.
	exit.


C05_ONE_LINE.
%^ One line of the file, clipped; the first non-blank line sets the
%^ format.

	Move NSL_IN_REC to Nsl_line_x_ws.
	%beg
	Nsl_clip_compose ^OUT(Nsl_line_vs) Nsl_line_x_ws, /;
	%end.
	Move Nsl_line_vs_length to Nsl_len_wl.

	If Nsl_len_wl = zero
	    Go to C05_ONE_LINE_end
	End-if.

	If Nsl_format_ws = spaces
	    Move 1 to Nsl_pos_wl
	    Perform until Nsl_pos_wl > Nsl_len_wl
		    or Nsl_line_vs(Nsl_pos_wl:1) not = space
		Add 1 to Nsl_pos_wl
	    End-perform
	    If Nsl_line_vs(Nsl_pos_wl:1) = "<"
		Move "C053" to Nsl_format_ws
	    Else
		Move "MT950" to Nsl_format_ws
	    End-if
	End-if.

	If Nsl_format_mt
	    Perform C10_MT_LINE thru C10_MT_LINE_end
	Else
	    If Nsl_doc_ok
		Perform C50_CAMT_LINE thru C50_CAMT_LINE_end
	    End-if
	End-if.

C05_ONE_LINE_end.
	exit.


C10_MT_LINE.
%^ One MT950 line: an envelope line, a field, or the continuation of
%^ the field before it.

	If Nsl_line_vs(1:1) = "{"
	  or Nsl_line_vs(1:1) = "-"
	    Perform D90_END_STATEMENT thru D90_END_STATEMENT_end
	    Move spaces to Mt_last_tag_ws
	    Go to C10_MT_LINE_end
	End-if.

	If Nsl_line_vs(1:1) not = ":"
	    If Mt_last_tag_ws = "61"
	      and Stm_active
	      and Stm_ent_count_ws > zero
		Move Nsl_line_vs(1:Nsl_len_wl)
			to Stm_ent_suppl_ws(Stm_ent_count_ws)
		Move "61X" to Mt_last_tag_ws
	    End-if
	    Go to C10_MT_LINE_end
	End-if.

* ":tag:value" -- the tag is up to four characters.
	Move spaces to Mt_tag_ws.
	Move zero to Mt_vpos_ws.
	Perform varying Mt_pos_ws from 2 by 1
		until Mt_pos_ws > 6 or Mt_pos_ws > Nsl_len_wl
	    If Nsl_line_vs(Mt_pos_ws:1) = ":"
		Compute Mt_vpos_ws = Mt_pos_ws + 1
		Move 99 to Mt_pos_ws
	    End-if
	End-perform.

	If Mt_vpos_ws = zero
	    Go to C10_MT_LINE_end
	End-if.

	Compute Mt_vlen_ws = Mt_vpos_ws - 3.
	Move Nsl_line_vs(2:Mt_vlen_ws) to Mt_tag_ws.
	Move spaces to Mt_field_ws.
	If Mt_vpos_ws not > Nsl_len_wl
	    Compute Mt_vlen_ws = Nsl_len_wl - Mt_vpos_ws + 1
	    Move Nsl_line_vs(Mt_vpos_ws:Mt_vlen_ws) to Mt_field_ws
	Else
	    Move zero to Mt_vlen_ws
	End-if.
	Move Mt_tag_ws to Mt_last_tag_ws.

	If Mt_tag_ws = "20"
	    Perform D90_END_STATEMENT thru D90_END_STATEMENT_end
	    Perform D10_START_STATEMENT thru D10_START_STATEMENT_end
	    Go to C10_MT_LINE_end
	End-if.

	If not Stm_active
	    Perform D10_START_STATEMENT thru D10_START_STATEMENT_end
	End-if.

	Evaluate Mt_tag_ws
	    When "25"
		Move Mt_field_ws to Stm_acct_ws
	    When "28C"
	    When "28"
		Move Mt_field_ws to Stm_id_ws
	    When "60F"
	    When "60M"
		Perform D20_MT_BALANCE thru D20_MT_BALANCE_end
	    When "62F"
	    When "62M"
		Perform D20_MT_BALANCE thru D20_MT_BALANCE_end
	    When "61"
		Perform D30_MT_ENTRY thru D30_MT_ENTRY_end
	    When other
		Continue
	End-evaluate.

C10_MT_LINE_end.
	exit.


C50_CAMT_LINE.
%^ Scan one camt.053 line for tags, the PARSE_IFML p100_SCAN_LINE
%^ way.

	Move 1 to Nsl_pos_wl.

	Perform until Nsl_pos_wl > Nsl_len_wl
		or not Nsl_doc_ok

	    If Nsl_line_vs(Nsl_pos_wl:1) = "<"
		Perform C55_TAKE_TAG thru C55_TAKE_TAG_end
	    Else
		Add 1 to Nsl_pos_wl
	    End-if

	End-perform.

C50_CAMT_LINE_end.
	exit.


C55_TAKE_TAG.
%^ Nsl_pos_wl sits on a "<".  Collect the tag through its ">",
%^ classify it, collect the value when one follows, and dispatch.

	Add 1 to Nsl_pos_wl.
	Move zero to Nsl_tlen_wl.
	%beg Nsl_tag_vs = NULL; %end.

	Perform until Nsl_pos_wl > Nsl_len_wl
		or Nsl_line_vs(Nsl_pos_wl:1) = ">"
	    If Nsl_tlen_wl < 80
		Add 1 to Nsl_tlen_wl
		Move Nsl_line_vs(Nsl_pos_wl:1)
			to Nsl_tag_vs(Nsl_tlen_wl:1)
	    End-if
	    Add 1 to Nsl_pos_wl
	End-perform.

	Move Nsl_tlen_wl to Nsl_tag_vs_length.

	If Nsl_pos_wl > Nsl_len_wl
	    Move "document is not well formed - tag not closed on its line"
		    to Nsl_doc_info_ws
	    Move "N" to Nsl_doc_ok_sw
	    Go to C55_TAKE_TAG_end
	End-if.

	Add 1 to Nsl_pos_wl.

* <?xml ... ?> declaration, <!-- comment -->, or an empty <Tag/>:
* nothing to track.
	If Nsl_tlen_wl = zero
	    Go to C55_TAKE_TAG_end
	End-if.
	If Nsl_tag_vs(1:1) = "?" or Nsl_tag_vs(1:1) = "!"
	  or Nsl_tag_vs(Nsl_tlen_wl:1) = "/"
	    Go to C55_TAKE_TAG_end
	End-if.

	If Nsl_tag_vs(1:1) = "/"
	    Subtract 1 from Nsl_depth_ws
	    If Nsl_depth_ws < zero
		Move "document is not well formed - unbalanced tags"
			to Nsl_doc_info_ws
		Move "N" to Nsl_doc_ok_sw
		Go to C55_TAKE_TAG_end
	    End-if
	    Perform C57_SPLIT_TAG thru C57_SPLIT_TAG_end
	    Perform C70_CLOSE_SECTION thru C70_CLOSE_SECTION_end
	    Go to C55_TAKE_TAG_end
	End-if.

	Add 1 to Nsl_depth_ws.
	Perform C57_SPLIT_TAG thru C57_SPLIT_TAG_end.

* Is there a value (and its closing tag) on the rest of the line?
	Set Failure_is in Nsl_hasval_wf to true.
	%beg Nsl_val_vs = NULL; %end.
	Move zero to Nsl_vlen_wl.

	If Nsl_pos_wl not > Nsl_len_wl
	 and Nsl_line_vs(Nsl_pos_wl:1) not = "<"

	    Perform until Nsl_pos_wl > Nsl_len_wl
		    or Nsl_line_vs(Nsl_pos_wl:1) = "<"
		If Nsl_vlen_wl < 400
		    Add 1 to Nsl_vlen_wl
		    Move Nsl_line_vs(Nsl_pos_wl:1)
			    to Nsl_val_vs(Nsl_vlen_wl:1)
		End-if
		Add 1 to Nsl_pos_wl
	    End-perform

	    Move Nsl_vlen_wl to Nsl_val_vs_length
	    If Nsl_pos_wl not > Nsl_len_wl
		Set Success_is in Nsl_hasval_wf to true
	    End-if
	End-if.

	If Success_is in Nsl_hasval_wf
	    CALL "NEX_XML_RECV" USING
		BY VALUE Nsl_val_vs_length
		BY REFERENCE Nsl_val_vs
		BY VALUE 400
		BY REFERENCE Nsl_val_vs_length
		BY REFERENCE Nsl_val_vs
	    If Nsl_val_vs_length > zero
		Move spaces to Cmt_val_x_ws
		Move Nsl_val_vs(1:Nsl_val_vs_length) to Cmt_val_x_ws
		Perform C60_MAP_VALUE thru C60_MAP_VALUE_end
	    End-if
	Else
	    Perform C65_OPEN_SECTION thru C65_OPEN_SECTION_end
	End-if.

C55_TAKE_TAG_end.
	exit.


C57_SPLIT_TAG.
%^ The element name (leading "/" and attributes stripped) and, on
%^ an amount, its Ccy attribute.

	%beg
	Nsl_name_vs = NULL;
	Nsl_attr_vs = NULL;
	%end.

	If Nsl_tag_vs(1:1) = "/"
	    %beg
	    Nsl_parse ^IN(Nsl_tag_vs), "/", Nsl_name_vs, /;
	    %end
	Else
	    %beg
	    Nsl_parse ^IN(Nsl_tag_vs),
		Nsl_name_vs, ' Ccy="', Nsl_attr_vs, '"', ^STRING, /;
	    %end
	    If Failure_is in Nsl_parse_status
		%beg
		Nsl_attr_vs = NULL;
		Nsl_parse ^IN(Nsl_tag_vs),
			Nsl_name_vs, ^BLANK, ^STRING, /;
		%end
		If Failure_is in Nsl_parse_status
		    %beg Nsl_name_vs = Nsl_tag_vs; %end
		End-if
	    End-if
	End-if.

C57_SPLIT_TAG_end.
	exit.


C60_MAP_VALUE.
%^ One elementary camt.053 value into the statement, by element name
%^ and the block it sits in.

	If not Stm_active
	    Go to C60_MAP_VALUE_end
	End-if.

	Evaluate Nsl_name_vs

	    When "Id"
	    When "IBAN"
		Evaluate true
		    When Cmt_in_acct
			If Stm_acct_ws = spaces
			    Move Cmt_val_x_ws to Stm_acct_ws
			End-if
		    When Cmt_in_bal or Cmt_in_ntry
			Continue
		    When Nsl_name_vs = "Id"
			If Stm_id_ws = spaces
			    Move Cmt_val_x_ws to Stm_id_ws
			End-if
		    When other
			Continue
		End-evaluate

	    When "Ccy"
		If Cmt_in_acct
		    Move Cmt_val_x_ws to Stm_ccy_ws
		End-if

	    When "Cd"
		If Cmt_in_bal
		    Evaluate Cmt_val_x_ws(1:4)
			When "OPBD"
			When "PRCD"
			    Move "O" to Cmt_bal_kind_ws
			When "CLBD"
			    Move "C" to Cmt_bal_kind_ws
			When other
			    Continue
		    End-evaluate
		End-if

* Only the entry's (or balance's) own Amt and CdtDbtInd, which come
* first -- not the transaction details' or a credit line's.
	    When "Amt"
		If Cmt_have_amt or not (Cmt_in_ntry or Cmt_in_bal)
		    Go to C60_MAP_VALUE_end
		End-if
		Move "Y" to Cmt_have_amt_sw
		Move Cmt_val_x_ws to Nsl_amt_txt_ws
		Perform X30_TO_AMOUNT thru X30_TO_AMOUNT_end
		If not Nsl_amt_ok
		    Move "Y" to Stm_bad_sw
		    Move "an Amt is not an amount" to Stm_why_ws
		End-if
		Evaluate true
		    When Cmt_in_ntry
			If Stm_ent_count_ws > zero
			    Move Nsl_amt_ws
				    to Stm_ent_amt_ws(Stm_ent_count_ws)
			End-if
			If Nsl_attr_vs_length > zero
			    Move Nsl_attr_vs(1:Nsl_attr_vs_length)
				    to Cmt_ntry_ccy_ws
			End-if
		    When Cmt_in_bal
			Move Nsl_amt_ws to Cmt_bal_amt_ws
			If Nsl_attr_vs_length > zero
			    Move Nsl_attr_vs(1:Nsl_attr_vs_length)
				    to Cmt_bal_ccy_ws
			End-if
		    When other
			Continue
		End-evaluate

	    When "CdtDbtInd"
		Evaluate true
		    When Cmt_in_ntry
			If Stm_ent_count_ws > zero
			  and Stm_ent_dc_ws(Stm_ent_count_ws) = spaces
			    Move Cmt_val_x_ws(1:1)
				    to Stm_ent_dc_ws(Stm_ent_count_ws)
			End-if
		    When Cmt_in_bal
		      and Cmt_bal_dc_ws = spaces
			Move Cmt_val_x_ws(1:1) to Cmt_bal_dc_ws
		    When other
			Continue
		End-evaluate

* ISO dates (yyyy-mm-dd, or a date-time) to yyyymmdd.
	    When "Dt"
	    When "DtTm"
		Move spaces to Nsl_ymd_ws
		String Cmt_val_x_ws(1:4) Delimited by size,
		       Cmt_val_x_ws(6:2) Delimited by size,
		       Cmt_val_x_ws(9:2) Delimited by size
			into Nsl_ymd_ws
		Evaluate true
		    When Cmt_in_valdt
			If Stm_ent_count_ws > zero
			    Move Nsl_ymd_ws
				    to Stm_ent_vdate_ws(Stm_ent_count_ws)
			End-if
		    When Cmt_in_baldt
			Move Nsl_ymd_ws to Cmt_bal_date_ws
		    When other
			Continue
		End-evaluate

	    When "AcctSvcrRef"
		If Cmt_in_ntry and Stm_ent_count_ws > zero
		  and Stm_ent_svcr_ws(Stm_ent_count_ws) = spaces
		    Move Cmt_val_x_ws to Stm_ent_svcr_ws(Stm_ent_count_ws)
		End-if

	    When "InstrId"
	    When "EndToEndId"
		If Cmt_in_ntry and Stm_ent_count_ws > zero
		  and Stm_ent_owner_ws(Stm_ent_count_ws) = spaces
		  and Cmt_val_x_ws not = "NOTPROVIDED"
		    Move Cmt_val_x_ws to Stm_ent_owner_ws(Stm_ent_count_ws)
		End-if

	    When "NtryRef"
		If Cmt_in_ntry
		    Move Cmt_val_x_ws to Cmt_ntry_ref_ws
		End-if

	    When "AddtlNtryInf"
		If Cmt_in_ntry and Stm_ent_count_ws > zero
		    Move Cmt_val_x_ws to Stm_ent_suppl_ws(Stm_ent_count_ws)
		End-if

	    When other
		Continue
	End-evaluate.

C60_MAP_VALUE_end.
	exit.


C65_OPEN_SECTION.
%^ A parent tag just opened: the statement, its account, a balance,
%^ an entry, or the date blocks the values map by.

	Evaluate Nsl_name_vs

	    When "Stmt"
		Perform D10_START_STATEMENT thru D10_START_STATEMENT_end

	    When "Acct"
		If Stm_active and not Cmt_in_ntry
		    Move "Y" to Cmt_in_acct_sw
		End-if

	    When "Bal"
		If Stm_active
		    Move "Y" to Cmt_in_bal_sw
		    Move spaces to Cmt_bal_kind_ws, Cmt_bal_dc_ws,
				   Cmt_bal_ccy_ws, Cmt_bal_date_ws
		    Move zero to Cmt_bal_amt_ws
		    Move "N" to Cmt_have_amt_sw
		End-if

	    When "Dt"
		If Cmt_in_bal
		    Move "Y" to Cmt_in_baldt_sw
		End-if

	    When "ValDt"
		If Cmt_in_ntry
		    Move "Y" to Cmt_in_valdt_sw
		End-if

	    When "Ntry"
		If Stm_active
		    Move "Y" to Cmt_in_ntry_sw
		    Move spaces to Cmt_ntry_ref_ws, Cmt_ntry_ccy_ws
		    Move "N" to Cmt_have_amt_sw
		    Perform D40_NEW_ENTRY thru D40_NEW_ENTRY_end
		End-if

	    When other
		Continue
	End-evaluate.

C65_OPEN_SECTION_end.
	exit.


C70_CLOSE_SECTION.

	Evaluate Nsl_name_vs

	    When "Stmt"
		Perform D90_END_STATEMENT thru D90_END_STATEMENT_end

	    When "Acct"
		Move "N" to Cmt_in_acct_sw

	    When "Dt"
		Move "N" to Cmt_in_baldt_sw

	    When "ValDt"
		Move "N" to Cmt_in_valdt_sw

	    When "Bal"
		Move "N" to Cmt_in_bal_sw
		Perform D50_CAMT_BALANCE thru D50_CAMT_BALANCE_end

	    When "Ntry"
		Move "N" to Cmt_in_ntry_sw
		Perform D60_CAMT_ENTRY thru D60_CAMT_ENTRY_end

	    When other
		Continue
	End-evaluate.

C70_CLOSE_SECTION_end.
	exit.


D10_START_STATEMENT.
%^ A fresh statement.

	Move "Y" to Stm_active_sw.
	Move "N" to Stm_bad_sw.
	Move spaces to Stm_why_ws, Stm_acct_ws, Stm_ccy_ws, Stm_id_ws,
		       Stm_date_ws, Stm_open_kind_ws, Stm_open_dc_ws,
		       Stm_close_kind_ws, Stm_close_dc_ws.
	Move zero to Stm_open_amt_ws, Stm_close_amt_ws,
		     Stm_ent_count_ws.
	Move "N" to Cmt_in_acct_sw, Cmt_in_bal_sw, Cmt_in_ntry_sw,
		    Cmt_in_valdt_sw, Cmt_in_baldt_sw.
	Add 1 to Stmt_count_ws.

D10_START_STATEMENT_end.
	exit.


D20_MT_BALANCE.
%^ :60a: or :62a: -- D/C mark, yymmdd, currency, amount.

	If Mt_field_ws(1:1) not = "C" and Mt_field_ws(1:1) not = "D"
	    Move "Y" to Stm_bad_sw
	    Move spaces to Stm_why_ws
	    String "field " Delimited by size,
		   Mt_tag_ws Delimited by space,
		   " has no D/C mark" Delimited by size
		    into Stm_why_ws
	    Go to D20_MT_BALANCE_end
	End-if.

	Move Mt_field_ws(2:6) to Nsl_yymmdd_ws.
	Perform X20_YYMMDD thru X20_YYMMDD_end.

	Move Mt_field_ws(11:30) to Nsl_amt_txt_ws.
	Perform X30_TO_AMOUNT thru X30_TO_AMOUNT_end.

	If Nsl_ymd_ws = spaces or not Nsl_amt_ok
	    Move "Y" to Stm_bad_sw
	    Move spaces to Stm_why_ws
	    String "field " Delimited by size,
		   Mt_tag_ws Delimited by space,
		   " date or amount unreadable" Delimited by size
		    into Stm_why_ws
	    Go to D20_MT_BALANCE_end
	End-if.

	If Stm_ccy_ws = spaces
	    Move Mt_field_ws(8:3) to Stm_ccy_ws
	End-if.
	If Mt_field_ws(8:3) not = Stm_ccy_ws
	    Move "Y" to Stm_bad_sw
	    Move "opening and closing balance currencies differ"
		    to Stm_why_ws
	End-if.

	If Mt_tag_ws(1:2) = "60"
	    Move Mt_tag_ws(3:1) to Stm_open_kind_ws
	    Move Mt_field_ws(1:1) to Stm_open_dc_ws
	    Move Nsl_amt_ws to Stm_open_amt_ws
	Else
	    Move Mt_tag_ws(3:1) to Stm_close_kind_ws
	    Move Mt_field_ws(1:1) to Stm_close_dc_ws
	    Move Nsl_amt_ws to Stm_close_amt_ws
	    Move Nsl_ymd_ws to Stm_date_ws
	End-if.

D20_MT_BALANCE_end.
	exit.


D30_MT_ENTRY.
%^ :61: -- value date yymmdd, [entry date mmdd], D/C mark (C, D, RC,
%^ RD), [funds code], amount, transaction type (4), reference for
%^ the account owner, ["//" servicer's reference].

	Perform D40_NEW_ENTRY thru D40_NEW_ENTRY_end.
	If Stm_bad
	    Go to D30_MT_ENTRY_end
	End-if.

	Move Mt_field_ws(1:6) to Nsl_yymmdd_ws.
	Perform X20_YYMMDD thru X20_YYMMDD_end.
	If Nsl_ymd_ws = spaces
	    Move "Y" to Stm_bad_sw
	    Move "a :61: value date is unreadable" to Stm_why_ws
	    Go to D30_MT_ENTRY_end
	End-if.
	Move Nsl_ymd_ws to Stm_ent_vdate_ws(Stm_ent_count_ws).

	Move 7 to Mt_pos_ws.
	If Mt_field_ws(7:1) is numeric
	    Move 11 to Mt_pos_ws
	End-if.

* A reversal of a credit is a debit on the account, and the other
* way about.
	Evaluate true
	    When Mt_field_ws(Mt_pos_ws:2) = "RC"
		Move "D" to Stm_ent_dc_ws(Stm_ent_count_ws)
		Add 2 to Mt_pos_ws
	    When Mt_field_ws(Mt_pos_ws:2) = "RD"
		Move "C" to Stm_ent_dc_ws(Stm_ent_count_ws)
		Add 2 to Mt_pos_ws
	    When Mt_field_ws(Mt_pos_ws:1) = "C"
	    When Mt_field_ws(Mt_pos_ws:1) = "D"
		Move Mt_field_ws(Mt_pos_ws:1)
			to Stm_ent_dc_ws(Stm_ent_count_ws)
		Add 1 to Mt_pos_ws
	    When other
		Move "Y" to Stm_bad_sw
		Move "a :61: has no D/C mark" to Stm_why_ws
		Go to D30_MT_ENTRY_end
	End-evaluate.

	If Mt_field_ws(Mt_pos_ws:1) is not numeric
	    Add 1 to Mt_pos_ws
	End-if.

* The amount runs to the first character that is neither a digit
* nor the decimal comma.
	Move Mt_pos_ws to Mt_end_ws.
	Perform until Mt_end_ws > 100
		or (Mt_field_ws(Mt_end_ws:1) is not numeric
		    and Mt_field_ws(Mt_end_ws:1) not = ",")
	    Add 1 to Mt_end_ws
	End-perform.

	Move spaces to Nsl_amt_txt_ws.
	If Mt_end_ws > Mt_pos_ws
	    Compute Mt_vlen_ws = Mt_end_ws - Mt_pos_ws
	    Move Mt_field_ws(Mt_pos_ws:Mt_vlen_ws) to Nsl_amt_txt_ws
	End-if.
	Perform X30_TO_AMOUNT thru X30_TO_AMOUNT_end.
	If not Nsl_amt_ok or Mt_end_ws > 96
	    Move "Y" to Stm_bad_sw
	    Move "a :61: amount is unreadable" to Stm_why_ws
	    Go to D30_MT_ENTRY_end
	End-if.
	Move Nsl_amt_ws to Stm_ent_amt_ws(Stm_ent_count_ws).

* Past the transaction type; the owner's reference runs to "//" or
* the end of the line.
	Compute Mt_pos_ws = Mt_end_ws + 4.
	Move zero to Mt_ref_len_ws.
	Perform until Mt_pos_ws + Mt_ref_len_ws > 99
		or Mt_field_ws(Mt_pos_ws + Mt_ref_len_ws:2) = "//"
		or Mt_field_ws(Mt_pos_ws + Mt_ref_len_ws:1) = space
	    Add 1 to Mt_ref_len_ws
	End-perform.

	If Mt_ref_len_ws > zero
	    Move Mt_field_ws(Mt_pos_ws:Mt_ref_len_ws)
		    to Stm_ent_owner_ws(Stm_ent_count_ws)
	End-if.

	Add Mt_ref_len_ws to Mt_pos_ws.
	If Mt_pos_ws < 99
	  and Mt_field_ws(Mt_pos_ws:2) = "//"
	    Add 2 to Mt_pos_ws
	    Move Mt_field_ws(Mt_pos_ws:)
		    to Stm_ent_svcr_ws(Stm_ent_count_ws)
	End-if.

D30_MT_ENTRY_end.
	exit.


D40_NEW_ENTRY.
%^ Claim the next entry slot, cleared.

	If Stm_ent_count_ws not < 2000
	    Move "Y" to Stm_bad_sw
	    Move "more than 2000 entries in one statement" to Stm_why_ws
	    Go to D40_NEW_ENTRY_end
	End-if.

	Add 1 to Stm_ent_count_ws.
	Move spaces to Stm_ent_vdate_ws(Stm_ent_count_ws),
		       Stm_ent_dc_ws(Stm_ent_count_ws),
		       Stm_ent_owner_ws(Stm_ent_count_ws),
		       Stm_ent_svcr_ws(Stm_ent_count_ws),
		       Stm_ent_suppl_ws(Stm_ent_count_ws).
	Move zero to Stm_ent_amt_ws(Stm_ent_count_ws).

D40_NEW_ENTRY_end.
	exit.


D50_CAMT_BALANCE.
%^ A </Bal> just closed: keep it when it is the opening or closing
%^ booked balance.

	If Cmt_bal_kind_ws = spaces
	    Go to D50_CAMT_BALANCE_end
	End-if.

	If Stm_ccy_ws = spaces
	    Move Cmt_bal_ccy_ws to Stm_ccy_ws
	End-if.

	If Cmt_bal_kind_ws = "O"
	    Move "F" to Stm_open_kind_ws
	    Move Cmt_bal_dc_ws to Stm_open_dc_ws
	    Move Cmt_bal_amt_ws to Stm_open_amt_ws
	Else
	    Move "F" to Stm_close_kind_ws
	    Move Cmt_bal_dc_ws to Stm_close_dc_ws
	    Move Cmt_bal_amt_ws to Stm_close_amt_ws
	    Move Cmt_bal_date_ws to Stm_date_ws
	End-if.

D50_CAMT_BALANCE_end.
	exit.


D60_CAMT_ENTRY.
%^ A </Ntry> just closed: NtryRef stands in for a missing owner's
%^ reference, and an entry in another currency is not ours to prove.

	If Stm_ent_count_ws = zero or Stm_bad
	    Go to D60_CAMT_ENTRY_end
	End-if.

	If Stm_ent_owner_ws(Stm_ent_count_ws) = spaces
	    Move Cmt_ntry_ref_ws to Stm_ent_owner_ws(Stm_ent_count_ws)
	End-if.

	If Cmt_ntry_ccy_ws not = spaces
	  and Stm_ccy_ws not = spaces
	  and Cmt_ntry_ccy_ws not = Stm_ccy_ws
	    Move "Y" to Stm_bad_sw
	    Move "an entry is not in the account currency" to Stm_why_ws
	End-if.

D60_CAMT_ENTRY_end.
	exit.


D90_END_STATEMENT.
%^ The statement is complete: check it, prove it, and write it unless
%^ it is already on file.

	If not Stm_active
	    Go to D90_END_STATEMENT_end
	End-if.
	Move "N" to Stm_active_sw.

	If not Stm_bad
	    Perform D92_CHECK_STATEMENT thru D92_CHECK_STATEMENT_end
	End-if.

	Move spaces to Nsl_result_ws.
	Evaluate true
	    When Stm_bad
		Add 1 to Reject_count_ws
		Move "REJECTED" to Nsl_result_ws
	    When other
		Perform D94_FIND_SEEN thru D94_FIND_SEEN_end
		If Seen_found
		    Add 1 to Dup_count_ws
		    Move "duplicate" to Nsl_result_ws
		Else
		    Perform D96_WRITE_STATEMENT thru D96_WRITE_STATEMENT_end
		    Move "loaded" to Nsl_result_ws
		End-if
	End-evaluate.

	Move Stm_ent_count_ws to Stm_ent_count_ws_d.
	Move spaces to Report_line_ws.
	String Stm_acct_ws Delimited by size,
	       " " Delimited by size,
	       Stm_ccy_ws Delimited by size,
	       " " Delimited by size,
	       Stm_id_ws Delimited by size,
	       " " Delimited by size,
	       Stm_date_ws Delimited by size,
	       " " Delimited by size,
	       Stm_ent_count_ws_d Delimited by size,
	       "   " Delimited by size,
	       Nsl_result_ws Delimited by size
		into Report_line_ws.
	Write NSL_RPT_REC from Report_line_ws.

	Move Stm_open_amt_ws to Nsl_fmt_amt_ws.
	Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end.
	Move Nsl_fmt_txt_ws to Nsl_open_txt_ws.
	Move Stm_close_amt_ws to Nsl_fmt_amt_ws.
	Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end.
	Move spaces to Report_line_ws.
	String "    opening " Delimited by size,
	       Stm_open_dc_ws Delimited by size,
	       " " Delimited by size,
	       Nsl_open_txt_ws Delimited by space,
	       "   closing " Delimited by size,
	       Stm_close_dc_ws Delimited by size,
	       " " Delimited by size,
	       Nsl_fmt_txt_ws Delimited by space
		into Report_line_ws.
	Write NSL_RPT_REC from Report_line_ws.

	If Stm_bad
	    Move spaces to Report_line_ws
	    String "    reason: " Delimited by size,
		   Stm_why_ws Delimited by size
		    into Report_line_ws
	    Write NSL_RPT_REC from Report_line_ws
	End-if.

D90_END_STATEMENT_end.
	exit.


D92_CHECK_STATEMENT.
%^ An account, a currency and both balances, every entry dated and
%^ marked, and the balances proving.

	Move "Y" to Stm_bad_sw.

	Evaluate true
	    When Stm_acct_ws = spaces
		Move "no account" to Stm_why_ws
		Go to D92_CHECK_STATEMENT_end
	    When Stm_ccy_ws = spaces
		Move "no currency" to Stm_why_ws
		Go to D92_CHECK_STATEMENT_end
	    When Stm_open_dc_ws = spaces
		Move "no opening balance" to Stm_why_ws
		Go to D92_CHECK_STATEMENT_end
	    When Stm_close_dc_ws = spaces or Stm_date_ws = spaces
		Move "no closing balance" to Stm_why_ws
		Go to D92_CHECK_STATEMENT_end
	    When other
		Continue
	End-evaluate.

	If Stm_open_dc_ws = "D"
	    Compute Stm_net_ws = zero - Stm_open_amt_ws
	Else
	    Move Stm_open_amt_ws to Stm_net_ws
	End-if.

	Perform varying Stm_ent_idx_ws from 1 by 1
		until Stm_ent_idx_ws > Stm_ent_count_ws
	    If Stm_ent_dc_ws(Stm_ent_idx_ws) = "D"
		Subtract Stm_ent_amt_ws(Stm_ent_idx_ws) from Stm_net_ws
	    Else
		Add Stm_ent_amt_ws(Stm_ent_idx_ws) to Stm_net_ws
	    End-if
	    If Stm_ent_vdate_ws(Stm_ent_idx_ws) = spaces
	      or (Stm_ent_dc_ws(Stm_ent_idx_ws) not = "C"
		  and Stm_ent_dc_ws(Stm_ent_idx_ws) not = "D")
		Move "an entry has no value date or D/C mark"
			to Stm_why_ws
		Move 9999 to Stm_ent_idx_ws
	    End-if
	End-perform.

	If Stm_why_ws not = spaces
	    Go to D92_CHECK_STATEMENT_end
	End-if.

	If Stm_close_dc_ws = "D"
	    Compute Stm_close_net_ws = zero - Stm_close_amt_ws
	Else
	    Move Stm_close_amt_ws to Stm_close_net_ws
	End-if.

	If Stm_net_ws not = Stm_close_net_ws
	    Move "opening balance and entries do not prove to closing"
		    to Stm_why_ws
	    Go to D92_CHECK_STATEMENT_end
	End-if.

	Move "N" to Stm_bad_sw.

D92_CHECK_STATEMENT_end.
	exit.


D94_FIND_SEEN.
%^ Is this statement already on the entries file (or earlier in this
%^ one)?

	Move "N" to Seen_found_sw.
	Perform varying Seen_idx_ws from 1 by 1
		until Seen_idx_ws > Seen_count_ws
	    If Seen_acct_ws(Seen_idx_ws) = Stm_acct_ws
	      and Seen_id_ws(Seen_idx_ws) = Stm_id_ws
	      and Seen_date_ws(Seen_idx_ws) = Stm_date_ws
		Move "Y" to Seen_found_sw
		Move 9999 to Seen_idx_ws
	    End-if
	End-perform.

D94_FIND_SEEN_end.
	exit.


D96_WRITE_STATEMENT.
%^ The H record, then every entry.

	Move spaces to NSE_REC.
	Move "H" to NSE_REC_TYPE.
	Move Stm_acct_ws to NSE_ACCOUNT.
	Move Stm_ccy_ws to NSE_CURRENCY.
	Move Stm_date_ws to NSE_STMT_DATE.
	Move Stm_id_ws to NSE_STMT_ID.
	Move Nsl_format_ws to NSE_SOURCE.
	Move Stm_open_kind_ws to NSE_OPEN_KIND.
	Move Stm_open_dc_ws to NSE_OPEN_DC.
	Move Stm_open_amt_ws to NSE_OPEN_AMT.
	Move Stm_close_kind_ws to NSE_CLOSE_KIND.
	Move Stm_close_dc_ws to NSE_CLOSE_DC.
	Move Stm_close_amt_ws to NSE_CLOSE_AMT.
	Move Stm_ent_count_ws to NSE_ENTRY_COUNT.
	Write NSE_REC.

	Perform varying Stm_ent_idx_ws from 1 by 1
		until Stm_ent_idx_ws > Stm_ent_count_ws
	    Move spaces to NSE_REC
	    Move "E" to NSE_REC_TYPE
	    Move Stm_acct_ws to NSE_ACCOUNT
	    Move Stm_ccy_ws to NSE_CURRENCY
	    Move Stm_date_ws to NSE_STMT_DATE
	    Move Stm_id_ws to NSE_STMT_ID
	    Move Stm_ent_vdate_ws(Stm_ent_idx_ws) to NSE_VALUE_DATE
	    Move Stm_ent_dc_ws(Stm_ent_idx_ws) to NSE_DC
	    Move Stm_ent_amt_ws(Stm_ent_idx_ws) to NSE_AMOUNT
	    Move Stm_ent_owner_ws(Stm_ent_idx_ws) to NSE_OWNER_REF
	    Move Stm_ent_svcr_ws(Stm_ent_idx_ws) to NSE_SVCR_REF
	    Move Stm_ent_suppl_ws(Stm_ent_idx_ws) to NSE_SUPPL
	    Write NSE_REC
	End-perform.

	Add 1 to Load_count_ws.
	Add Stm_ent_count_ws to Entry_count_ws.

	If Seen_count_ws < 5000
	    Add 1 to Seen_count_ws
	    Move Stm_acct_ws to Seen_acct_ws(Seen_count_ws)
	    Move Stm_id_ws to Seen_id_ws(Seen_count_ws)
	    Move Stm_date_ws to Seen_date_ws(Seen_count_ws)
	End-if.

D96_WRITE_STATEMENT_end.
	exit.


X10_FORMAT_AMOUNT.
%^ Nsl_fmt_amt_ws as digits with an explicit decimal point and no
%^ leading zeros, e.g. "1500.000" -- the CAMT_STMT_GEN
%^ D15_FORMAT_AMOUNT rendering.

	Move Nsl_fmt_amt_ws to Nsl_fmt_disp_ws.

	Move 15 to Nsl_fmt_pos_ws.
	Perform varying Nsl_fmt_idx_ws from 1 by 1
		until Nsl_fmt_idx_ws > 14
	    If Nsl_fmt_int_x_ws(Nsl_fmt_idx_ws:1) not = "0"
		Move Nsl_fmt_idx_ws to Nsl_fmt_pos_ws
		Move 99 to Nsl_fmt_idx_ws
	    End-if
	End-perform.

	Compute Nsl_fmt_rem_ws = 16 - Nsl_fmt_pos_ws.

	Move spaces to Nsl_fmt_txt_ws.
	String Nsl_fmt_int_x_ws(Nsl_fmt_pos_ws:Nsl_fmt_rem_ws)
		    Delimited by size,
	       "." Delimited by size,
	       Nsl_fmt_frac_x_ws Delimited by size
		into Nsl_fmt_txt_ws.

X10_FORMAT_AMOUNT_end.
	exit.


X20_YYMMDD.
%^ Nsl_yymmdd_ws as yyyymmdd in Nsl_ymd_ws -- years 80-99 are the
%^ 1900s -- or spaces when it is not a date.

	Move spaces to Nsl_ymd_ws.
	If Nsl_yymmdd_ws is not numeric
	    Go to X20_YYMMDD_end
	End-if.

	If Nsl_yy_9_ws < 80
	    String "20" Delimited by size,
		   Nsl_yymmdd_ws Delimited by size
		    into Nsl_ymd_ws
	Else
	    String "19" Delimited by size,
		   Nsl_yymmdd_ws Delimited by size
		    into Nsl_ymd_ws
	End-if.

X20_YYMMDD_end.
	exit.


X30_TO_AMOUNT.
%^ Nsl_amt_txt_ws (digits, one decimal comma or point, up to the
%^ first space) as an amount in Nsl_amt_ws.  Digits past the third
%^ decimal are dropped.

	Move "N" to Nsl_amt_ok_sw, Nsl_amt_dec_sw.
	Move zero to Nsl_amt_ws, Nsl_amt_digits_ws.
	Move 1 to Nsl_scale_ws.

	Perform varying Nsl_amt_idx_ws from 1 by 1
		until Nsl_amt_idx_ws > 40
		   or Nsl_amt_txt_ws(Nsl_amt_idx_ws:1) = space
	    Move Nsl_amt_txt_ws(Nsl_amt_idx_ws:1) to Nsl_dig_x_ws
	    Evaluate true
		When Nsl_dig_x_ws is numeric
		    Add 1 to Nsl_amt_digits_ws
		    If Nsl_amt_in_dec
			Compute Nsl_scale_ws = Nsl_scale_ws / 10
			Compute Nsl_amt_ws = Nsl_amt_ws
				+ Nsl_dig_ws * Nsl_scale_ws
		    Else
			Compute Nsl_amt_ws = Nsl_amt_ws * 10 + Nsl_dig_ws
		    End-if
		When (Nsl_dig_x_ws = "," or Nsl_dig_x_ws = ".")
		  and not Nsl_amt_in_dec
		    Move "Y" to Nsl_amt_dec_sw
		When other
		    Move zero to Nsl_amt_digits_ws
		    Move 99 to Nsl_amt_idx_ws
	    End-evaluate
	End-perform.

	If Nsl_amt_digits_ws > zero
	    Move "Y" to Nsl_amt_ok_sw
	End-if.

X30_TO_AMOUNT_end.
	exit.

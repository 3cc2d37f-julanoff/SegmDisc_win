%Module PAIN001_INTAKE <main>;
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

* Corporate ISO 20022 pain.001 credit transfer file intake.
*
* Corporate customers send pain.001 CustomerCreditTransferInitiation
* files -- one group header, one or more PmtInf batches each with its
* own debtor account, and under each batch the individual credit
* transfers.  This batch reads one such file from PAIN001_INPUT and
* turns it into wires, with a pain.002 CustomerPaymentStatusReport
* back to the customer on PAIN002_OUTPUT.
*
* Pass 1 reads the whole file into the batch and transaction tables
* below, scanning it tag by tag the way PARSE_IFML scans an IFML
* document (a tag and an elementary value must each sit on one line;
* any number of tags may share a line).  The file is then checked as a
* whole:
*
*	FF01	not well formed, no group header message id or
*		NbOfTxs, no transactions, an unreadable amount, or
*		more batches/transactions than the tables hold
*	AM18	group header NbOfTxs (or a PmtInf NbOfTxs, when given)
*		does not match the transactions in the file
*	AM10	group header CtrlSum missing, or it (or a PmtInf
*		CtrlSum, when given) does not match the sum of the
*		instructed amounts
*
* A file that fails any of these is rejected whole: not one message is
* created, and the pain.002 carries group status RJCT with the reason.
*
* Pass 2 takes an accepted file one transaction at a time.  A
* transaction that cannot become a wire is rejected on its own (AC02
* no debtor account on its batch, AC03 no creditor account, BE22 no
* creditor name, AM01 zero amount, AM03 bad currency code).  The rest
* become new messages (DAT_CREATE_MSG, new TRN) in the /BANK=<bnk>
* bank -- the batch's debtor account on the debit side, the creditor
* account and name on the credit side (paid through the creditor
* agent's BIC when one is given), the unstructured remittance in the
* ORP beneficiary information -- with a UETR (UETR_ASSIGN) and a memo
* naming the file and the end-to-end id.  The debit side resolves
* through DEBITSIDE_LOOKUP as IFML_GATEWAY resolves it, with the
* batch's debtor account passed as the debit account, so every
* transaction in a batch debits that one account.
*
*	ACCP	resolved clean; committed.  AcctSvcrRef carries our
*		TRN.
*	PDNG	resolution raised a debit party error; committed into
*		repair as a keyed wire would be (the IFML_GATEWAY HELD
*		case), with the last error memo as the reason.
*	RJCT	not created (above), or the create itself failed.
*
* Group status is ACCP when every transaction was accepted, RJCT when
* every one was rejected, PDNG when every one is held in repair, and
* PART otherwise.

* REVISION HISTORY
* ----------------
*
* R. Iverson	02-Nov-2010	CR13231
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select PIN_IN_FILE	Assign to "PAIN001_INPUT"
	       FILE STATUS IS Pin_in_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select PIN_STS_FILE	Assign to "PAIN002_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  PIN_IN_FILE record 1024 characters.
01  PIN_IN_REC			Pic X(1024).

FD  PIN_STS_FILE record 512 characters.
01  PIN_STS_REC			Pic X(512).

Working-Storage Section.

01 Pin_in_stat			Pic XX value spaces.
01 Pin_eof_sw			Pic X value "N".
   88 Pin_eof			value "Y".

* File-level verdict -- see B20_CHECK_FILE.
01 Pin_file_ok_sw		Pic X value "Y".
   88 Pin_file_ok		value "Y".
01 Pin_file_rsn_ws		Pic X(04) value spaces.
01 Pin_file_info_ws		Pic X(105) value spaces.

* Where the scan is in the document.
01 Pin_depth_ws			pic s9(05) comp-5 value zeroes.
01 Pin_in_grphdr_sw		Pic X value "N".
   88 Pin_in_grphdr		value "Y".
01 Pin_in_pmtinf_sw		Pic X value "N".
   88 Pin_in_pmtinf		value "Y".
01 Pin_in_txn_sw		Pic X value "N".
   88 Pin_in_txn		value "Y".
01 Pin_party_ws			Pic X(20) value spaces.

* Group header.
01 Pin_msg_id_ws		Pic X(35) value spaces.
01 Pin_grp_nbtx_sw		Pic X value "N".
   88 Pin_grp_have_nbtx		value "Y".
01 Pin_grp_nbtx_ws		pic 9(09) comp-5 value zeroes.
01 Pin_grp_sum_sw		Pic X value "N".
   88 Pin_grp_have_sum		value "Y".
01 Pin_grp_sum_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Pin_file_sum_ws		pic 9(15)v9(3) comp-3 value zeroes.

* One entry per PmtInf batch.
01 Pin_pmt_tbl_ws.
   02 Pin_pmt_entry_ws		occurs 50 times.
      03 Pin_pmt_id_ws			pic x(35).
      03 Pin_pmt_acct_ws		pic x(34).
      03 Pin_pmt_name_ws		pic x(35).
      03 Pin_pmt_date_ws		pic x(10).
      03 Pin_pmt_nbtx_sw		pic x(01).
      03 Pin_pmt_nbtx_ws		pic 9(09) comp-5.
      03 Pin_pmt_sum_sw			pic x(01).
      03 Pin_pmt_sum_ws			pic 9(15)v9(3) comp-3.
      03 Pin_pmt_txns_ws		pic 9(07) comp-5.
      03 Pin_pmt_total_ws		pic 9(15)v9(3) comp-3.

01 Pin_pmt_count_ws		pic 9(04) comp-5 value zeroes.
01 Pin_pmt_idx_ws		pic 9(04) comp-5 value zeroes.

* One entry per CdtTrfTxInf, with its outcome once pass 2 has run.
01 Pin_txn_tbl_ws.
   02 Pin_txn_entry_ws		occurs 1000 times.
      03 Pin_txn_pmt_ws			pic 9(04) comp-5.
      03 Pin_txn_instr_ws		pic x(35).
      03 Pin_txn_e2e_ws			pic x(35).
      03 Pin_txn_amt_ws			pic 9(15)v9(3) comp-3.
      03 Pin_txn_ccy_ws			pic x(03).
      03 Pin_txn_cdtr_nm_ws		pic x(35).
      03 Pin_txn_cdtr_acct_ws		pic x(34).
      03 Pin_txn_cdtr_bic_ws		pic x(11).
      03 Pin_txn_rmt_ws			pic x(140).
      03 Pin_txn_sts_ws			pic x(04).
      03 Pin_txn_rsn_ws			pic x(04).
      03 Pin_txn_trn_ws			pic x(17).
      03 Pin_txn_info_ws		pic x(105).

01 Pin_txn_count_ws		pic 9(07) comp-5 value zeroes.
01 Pin_txn_idx_ws		pic 9(07) comp-5 value zeroes.

01 Accept_count_ws		pic 9(07) comp-5 value zeroes.
01 Pending_count_ws		pic 9(07) comp-5 value zeroes.
01 Reject_count_ws		pic 9(07) comp-5 value zeroes.
01 Pin_grp_sts_ws		Pic X(04) value spaces.

* Numeric values out of the document -- see X20_TO_NUMBER and
* X30_TO_AMOUNT.
01 Pin_num_ok_sw		Pic X value "N".
   88 Pin_num_ok		value "Y".
01 Pin_num_x_ws			Pic X(09).
01 Pin_num_9_ws redefines Pin_num_x_ws	pic 9(09).
01 Pin_num_ws			pic 9(09) comp-5 value zeroes.
01 Pin_num_pos_ws		pic 9(02) comp-5 value zeroes.
01 Pin_amt_ws			pic 9(15)v9(3) comp-3 value zeroes.

* The transaction being turned into a message (pass 2).
01 Pin_w_acct_x_ws		Pic X(34).
01 Pin_w_name_x_ws		Pic X(35).
01 Pin_w_date_x_ws		Pic X(10).
01 Pin_w_bic_x_ws		Pic X(11).
01 Pin_w_rmt_x_ws		Pic X(140).
01 Pin_w_rmt_lines_ws redefines Pin_w_rmt_x_ws.
   02 Pin_w_rmt1_x_ws		Pic X(35).
   02 Pin_w_rmt2_x_ws		Pic X(35).
   02 Pin_w_rmt3_x_ws		Pic X(35).
   02 Pin_w_rmt4_x_ws		Pic X(35).
01 Pin_w_ccy_x_ws		Pic X(03).
01 Pin_w_dbacct_x_ws		Pic X(34).
01 Pin_memo_x_ws		Pic X(80).

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of
* the COMP fields above.
01 Pin_count_d_ws		pic 9(07) usage display.
01 Pin_count2_d_ws		pic 9(09) usage display.
01 Pin_amt_d_ws			pic 9(15)v9(3) usage display.

* Amount formatting (see X10_FORMAT_AMOUNT): the CAMT_STMT_GEN
* D15_FORMAT_AMOUNT idiom -- explicit decimal point, no leading
* zeros.
01 Pin_fmt_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Pin_fmt_disp_ws		pic 9(15)v9(3) usage display.
01 Pin_fmt_digits_ws redefines Pin_fmt_disp_ws.
   05 Pin_fmt_int_x_ws		pic x(15).
   05 Pin_fmt_frac_x_ws		pic x(03).
01 Pin_fmt_txt_ws		pic x(20).
01 Pin_fmt_len_ws		pic 9(02) comp-5 value zeroes.
01 Pin_fmt_pos_ws		pic 9(02) comp-5 value zeroes.
01 Pin_fmt_rem_ws		pic 9(02) comp-5 value zeroes.
01 Pin_fmt_idx_ws		pic 9(02) comp-5 value zeroes.
01 Pin_fmt2_txt_ws		pic x(20).
01 Pin_fmt2_len_ws		pic 9(02) comp-5 value zeroes.

* pain.002 output.
01 Pin_date_ws			Pic X(08) value spaces.
01 Pin_hhmm_ws			Pic X(04) value spaces.
01 Pin_dtm_ws			Pic X(20) value spaces.
01 Pin_el_name_ws		Pic X(20).
01 Pin_el_val_ws		Pic X(140).
01 Pin_rsn_cd_ws		Pic X(04).
01 Pin_rsn_info_ws		Pic X(105).
01 Out_line_ws			Pic X(512).

%def		<MSG>		%`SBJ_DD_PATH:MSG_FSECT.DDL`		%end
%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def		<ENTFTR>	%`SBJ_DD_PATH:ENTFTR_FSECT.DDL`		%end
%def		<ENT>		%`SBJ_DD_PATH:ENT_FSECT.DDL`		%end

%def				%^ local fsect

Pin_line_x_ws:		str(1024);
Pin_line_vs:		vstr(1024);
Pin_tag_vs:		vstr(80);
Pin_name_vs:		vstr(40);
Pin_attr_vs:		vstr(40);
Pin_val_vs:		vstr(400);
Pin_pos_wl:		long;
Pin_len_wl:		long;
Pin_tlen_wl:		long;
Pin_vlen_wl:		long;
Pin_hasval_wf:		Boolean;
Pin_parse:		Parse(^NOTRAP);
Pin_clip_compose:	Compose(^NOTRAILING_BLANKS);
Pin_compose:		Compose(^NOTRAP);
Pin_amt_wa:		amount;
Pin_esc_in_vs:		vstr(140);
Pin_esc_out_vs:		vstr(400);

Pin_bank_vs:		vstr(3);
Pin_create_sts:		Boolean;
Pin_look_sts:		Boolean;
Pin_trn_vs:		vstr(20);
Pin_memo_vs:		vstr(80);
Pin_ccy_ws:		str(3);
Pin_dbt_id_vs:		vstr(34);
Pin_dbt_nm_vs:		vstr(35);
Pin_cdt_id_vs:		vstr(34);
Pin_cdt_nm_vs:		vstr(35);
Pin_bic_vs:		vstr(11);
Pin_date_vs:		vstr(10);
Pin_rmt1_vs:		vstr(35);
Pin_rmt2_vs:		vstr(35);
Pin_rmt3_vs:		vstr(35);
Pin_rmt4_vs:		vstr(35);

%^ DEBITSIDE_LOOKUP arguments -- the IFML_GATEWAY set, with the
%^ batch's debtor account as the debit account.
Pin_nocheck_ws:		long;
Pin_multibank_ws:	long;
Pin_currency_ws:	str(3);
Pin_second_id_ws:	vstr(132);
Pin_choose_cur_ws:	long;
Pin_xbank_ok_ws:	boolean;
Pin_notell_ws:		long;
Pin_nochange_ws:	boolean;
Pin_resume_ws:		long;
Pin_amount_ws:		amount;
Pin_msg_currency_ws:	str(3);
Pin_debit_account_ws:	str(34);
Pin_is_payment_ws:	boolean;
Pin_acct_type_ws:	str(1);
Pin_rptv_ws:		boolean;
Pin_lock_ws:		boolean;
Pin_feekey_ws:		str(1);
Pin_rerun_ws:		str(6);
Pin_completed_ws:	long;
Pin_state_ws:		long;
Pin_currency_found_ws:	str(3);
Pin_2nd_matched_ws:	long;
Pin_nothing_susp_ws:	boolean;
Pin_bank_chg_ws:	boolean;
Pin_err_count_ws:	long;
Pin_last_memo_ws:	vstr(80);

Return_argument_ws:	vstr(24);
Return_status:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.

	Open Input PIN_IN_FILE.
	If Pin_in_stat not = "00"
	    Display "%PAIN001_INTAKE-E-NOINPUT, cannot open PAIN001_INPUT"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

* Pass 1: the whole file into the tables, then the file-level checks.
	Perform B10_SCAN_FILE thru B10_SCAN_FILE_end.
	Close PIN_IN_FILE.

	Perform B20_CHECK_FILE thru B20_CHECK_FILE_end.

* Pass 2: only an accepted file creates messages.
	If Pin_file_ok
	    Perform B30_PROCESS_TXNS thru B30_PROCESS_TXNS_end
	Else
	    Display "%PAIN001_INTAKE-W-FILERJCT, file " Pin_msg_id_ws
		    " rejected " Pin_file_rsn_ws ": " Pin_file_info_ws
	End-if.

	Open Output PIN_STS_FILE.
	Perform B40_WRITE_PAIN002 thru B40_WRITE_PAIN002_end.
	Close PIN_STS_FILE.

	%^*********************************************************************
	%^* PAIN001_INTAKE$_COUNT  /I ${1} transaction(s): ${2} accepted,
	%^*	${3} held in repair, ${4} rejected.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"PAIN001_INTAKE$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Pin_txn_count_ws, Accept_count_ws,
				    Pending_count_ws, Reject_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	call "DAT_CONN_ROOT".

	Call "NEX_GET_YYYYMMDD" using
	    by reference Pin_date_ws.
	Call "NEX_GET_HHMM" using
	    by reference Pin_hhmm_ws.

	Move spaces to Pin_dtm_ws.
	String Pin_date_ws(1:4) "-" Pin_date_ws(5:2) "-"
	       Pin_date_ws(7:2) "T" Pin_hhmm_ws(1:2) ":"
	       Pin_hhmm_ws(3:2) ":00"
	       Delimited by size into Pin_dtm_ws.

A10_SBJ_INIT_end.
	exit.


A20_GET_QUALIFIERS.
%^ /BANK=<bnk> - the bank the messages are created in.  Required.

	Call "ACE_ARG_FIND" using
	      by content "-bank:",
	      by content    "C",
	      by value     24
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
	    %beg Pin_bank_vs = NULL; %end
	    Move Return_argument_ws(1:Return_argument_ws_length)
		    to Pin_bank_vs
	    Move Return_argument_ws_length to Pin_bank_vs_length
	Else
	    Display "%PAIN001_INTAKE-E-NOBANK, /BANK=<bnk> is required"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

A20_GET_QUALIFIERS_end.
	exit.


B10_SCAN_FILE.
%^ Every line of the file through the tag scan.  Once the file has
%^ failed there is no point reading on.

	Perform until Pin_eof or not Pin_file_ok

	    Move spaces to PIN_IN_REC
	    Read PIN_IN_FILE
		at end Move "Y" to Pin_eof_sw
		not at end
		    Perform C10_SCAN_LINE thru C10_SCAN_LINE_end
	    End-read

	End-perform.

	If Pin_file_ok
	  and Pin_depth_ws not = zero
	    Move "FF01" to Pin_file_rsn_ws
	    Move "document is not well formed - unbalanced tags"
		    to Pin_file_info_ws
	    Move "N" to Pin_file_ok_sw
	End-if.

B10_SCAN_FILE_end.
	exit.


B20_CHECK_FILE.
%^ The file-level checks.  The first failure found is the one
%^ reported.

	If not Pin_file_ok
	    Go to B20_CHECK_FILE_end
	End-if.

	Move "N" to Pin_file_ok_sw.
	Move "FF01" to Pin_file_rsn_ws.

	If Pin_msg_id_ws = spaces
	    Move "group header message id missing" to Pin_file_info_ws
	    Go to B20_CHECK_FILE_end
	End-if.

	If not Pin_grp_have_nbtx
	    Move "group header NbOfTxs missing" to Pin_file_info_ws
	    Go to B20_CHECK_FILE_end
	End-if.

	If Pin_txn_count_ws = zero
	    Move "no credit transfer transactions in the file"
		    to Pin_file_info_ws
	    Go to B20_CHECK_FILE_end
	End-if.

	Move "AM18" to Pin_file_rsn_ws.
	If Pin_grp_nbtx_ws not = Pin_txn_count_ws
	    Move Pin_grp_nbtx_ws to Pin_count2_d_ws
	    Move Pin_txn_count_ws to Pin_count_d_ws
	    Move spaces to Pin_file_info_ws
	    String "group header NbOfTxs " Delimited by size,
		   Pin_count2_d_ws Delimited by size,
		   ", file holds " Delimited by size,
		   Pin_count_d_ws Delimited by size
		    into Pin_file_info_ws
	    Go to B20_CHECK_FILE_end
	End-if.

	Move "AM10" to Pin_file_rsn_ws.
	If not Pin_grp_have_sum
	    Move "group header CtrlSum missing" to Pin_file_info_ws
	    Go to B20_CHECK_FILE_end
	End-if.

	If Pin_grp_sum_ws not = Pin_file_sum_ws
	    Move Pin_grp_sum_ws to Pin_fmt_amt_ws
	    Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end
	    Move Pin_fmt_txt_ws to Pin_fmt2_txt_ws
	    Move Pin_fmt_len_ws to Pin_fmt2_len_ws
	    Move Pin_file_sum_ws to Pin_fmt_amt_ws
	    Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end
	    Move spaces to Pin_file_info_ws
	    String "group header CtrlSum " Delimited by size,
		   Pin_fmt2_txt_ws(1:Pin_fmt2_len_ws) Delimited by size,
		   ", transactions total " Delimited by size,
		   Pin_fmt_txt_ws(1:Pin_fmt_len_ws) Delimited by size
		    into Pin_file_info_ws
	    Go to B20_CHECK_FILE_end
	End-if.

* The batch-level NbOfTxs and CtrlSum are optional; when given they
* must agree with the batch too.
	Move "Y" to Pin_file_ok_sw.
	Perform varying Pin_pmt_idx_ws from 1 by 1
		until Pin_pmt_idx_ws > Pin_pmt_count_ws
		   or not Pin_file_ok
	    Perform C90_CHECK_BATCH thru C90_CHECK_BATCH_end
	End-perform.

	If Pin_file_ok
	    Move spaces to Pin_file_rsn_ws, Pin_file_info_ws
	End-if.

B20_CHECK_FILE_end.
	exit.


B30_PROCESS_TXNS.

	Perform varying Pin_txn_idx_ws from 1 by 1
		until Pin_txn_idx_ws > Pin_txn_count_ws
	    Perform D10_ONE_TXN thru D10_ONE_TXN_end
	End-perform.

B30_PROCESS_TXNS_end.
	exit.


B40_WRITE_PAIN002.
%^ The status report: group header, the original group and its
%^ status, then (for an accepted file) every batch and transaction.

	Evaluate true
	    When not Pin_file_ok
		Move "RJCT" to Pin_grp_sts_ws
	    When Accept_count_ws = Pin_txn_count_ws
		Move "ACCP" to Pin_grp_sts_ws
	    When Reject_count_ws = Pin_txn_count_ws
		Move "RJCT" to Pin_grp_sts_ws
	    When Pending_count_ws = Pin_txn_count_ws
		Move "PDNG" to Pin_grp_sts_ws
	    When other
		Move "PART" to Pin_grp_sts_ws
	End-evaluate.

	Move spaces to Out_line_ws.
	String '<?xml version="1.0" encoding="UTF-8" ?>'
		Delimited by size into Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

	Move spaces to Out_line_ws.
	String '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
	       'pain.002.001.03">'
		Delimited by size into Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

	Move spaces to Out_line_ws.
	Move "<CstmrPmtStsRpt>" to Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

	Move spaces to Out_line_ws.
	String "<GrpHdr><MsgId>PSR" Delimited by size,
	       Pin_date_ws Delimited by size,
	       Pin_hhmm_ws Delimited by size,
	       "</MsgId><CreDtTm>" Delimited by size,
	       Pin_dtm_ws(1:19) Delimited by size,
	       "</CreDtTm></GrpHdr>" Delimited by size
		into Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

	Move spaces to Out_line_ws.
	Move "<OrgnlGrpInfAndSts>" to Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

	Move "OrgnlMsgId" to Pin_el_name_ws.
	If Pin_msg_id_ws = spaces
	    Move "NOTPROVIDED" to Pin_el_val_ws
	Else
	    Move Pin_msg_id_ws to Pin_el_val_ws
	End-if.
	Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end.

	Move "OrgnlMsgNmId" to Pin_el_name_ws.
	Move "pain.001.001.03" to Pin_el_val_ws.
	Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end.

	If Pin_grp_have_nbtx
	    Move Pin_grp_nbtx_ws to Pin_count2_d_ws
	    Move Pin_count2_d_ws to Pin_num_x_ws
	    Perform X40_STRIP_ZEROS thru X40_STRIP_ZEROS_end
	    Move "OrgnlNbOfTxs" to Pin_el_name_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	End-if.

	If Pin_grp_have_sum
	    Move Pin_grp_sum_ws to Pin_fmt_amt_ws
	    Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end
	    Move "OrgnlCtrlSum" to Pin_el_name_ws
	    Move Pin_fmt_txt_ws to Pin_el_val_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	End-if.

	Move "GrpSts" to Pin_el_name_ws.
	Move Pin_grp_sts_ws to Pin_el_val_ws.
	Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end.

	If not Pin_file_ok
	    Move Pin_file_rsn_ws to Pin_rsn_cd_ws
	    Move Pin_file_info_ws to Pin_rsn_info_ws
	    Perform X70_WRITE_REASON thru X70_WRITE_REASON_end
	End-if.

	Move spaces to Out_line_ws.
	Move "</OrgnlGrpInfAndSts>" to Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

	If Pin_file_ok
	    Perform varying Pin_pmt_idx_ws from 1 by 1
		    until Pin_pmt_idx_ws > Pin_pmt_count_ws
		Perform E10_WRITE_BATCH thru E10_WRITE_BATCH_end
	    End-perform
	End-if.

	Move spaces to Out_line_ws.
	Move "</CstmrPmtStsRpt>" to Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

	Move spaces to Out_line_ws.
	Move "</Document>" to Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

B40_WRITE_PAIN002_end.
	exit.


C10_SCAN_LINE.
%^ Scan one line for tags, the PARSE_IFML p100_SCAN_LINE way.

	Move PIN_IN_REC to Pin_line_x_ws.
	%beg
	Pin_clip_compose ^OUT(Pin_line_vs) Pin_line_x_ws, /;
	%end.
	Move Pin_line_vs_length to Pin_len_wl.
	Move 1 to Pin_pos_wl.

	Perform until Pin_pos_wl > Pin_len_wl
		or not Pin_file_ok

	    If Pin_line_vs(Pin_pos_wl:1) = "<"
		Perform C20_TAKE_TAG thru C20_TAKE_TAG_end
	    Else
		Add 1 to Pin_pos_wl
	    End-if

	End-perform.

C10_SCAN_LINE_end.
	exit.


C20_TAKE_TAG.
%^ Pin_pos_wl sits on a "<".  Collect the tag through its ">",
%^ classify it, collect the value when one follows, and dispatch.

	Add 1 to Pin_pos_wl.
	Move zero to Pin_tlen_wl.
	%beg Pin_tag_vs = NULL; %end.

	Perform until Pin_pos_wl > Pin_len_wl
		or Pin_line_vs(Pin_pos_wl:1) = ">"
	    If Pin_tlen_wl < 80
		Add 1 to Pin_tlen_wl
		Move Pin_line_vs(Pin_pos_wl:1)
			to Pin_tag_vs(Pin_tlen_wl:1)
	    End-if
	    Add 1 to Pin_pos_wl
	End-perform.

	Move Pin_tlen_wl to Pin_tag_vs_length.

	If Pin_pos_wl > Pin_len_wl
	    Move "FF01" to Pin_file_rsn_ws
	    Move "document is not well formed - tag not closed on its line"
		    to Pin_file_info_ws
	    Move "N" to Pin_file_ok_sw
	    Go to C20_TAKE_TAG_end
	End-if.

	Add 1 to Pin_pos_wl.

* <?xml ... ?> declaration, <!-- comment -->, or an empty <Tag/>:
* nothing to track.
	If Pin_tlen_wl = zero
	    Go to C20_TAKE_TAG_end
	End-if.
	If Pin_tag_vs(1:1) = "?" or Pin_tag_vs(1:1) = "!"
	  or Pin_tag_vs(Pin_tlen_wl:1) = "/"
	    Go to C20_TAKE_TAG_end
	End-if.

	If Pin_tag_vs(1:1) = "/"
	    Subtract 1 from Pin_depth_ws
	    If Pin_depth_ws < zero
		Move "FF01" to Pin_file_rsn_ws
		Move "document is not well formed - unbalanced tags"
			to Pin_file_info_ws
		Move "N" to Pin_file_ok_sw
		Go to C20_TAKE_TAG_end
	    End-if
	    Perform C30_SPLIT_TAG thru C30_SPLIT_TAG_end
	    Perform C60_CLOSE_SECTION thru C60_CLOSE_SECTION_end
	    Go to C20_TAKE_TAG_end
	End-if.

	Add 1 to Pin_depth_ws.
	Perform C30_SPLIT_TAG thru C30_SPLIT_TAG_end.

* Is there a value (and its closing tag) on the rest of the line?
	Set Failure_is in Pin_hasval_wf to true.
	%beg Pin_val_vs = NULL; %end.
	Move zero to Pin_vlen_wl.

	If Pin_pos_wl not > Pin_len_wl
	 and Pin_line_vs(Pin_pos_wl:1) not = "<"

	    Perform until Pin_pos_wl > Pin_len_wl
		    or Pin_line_vs(Pin_pos_wl:1) = "<"
		If Pin_vlen_wl < 400
		    Add 1 to Pin_vlen_wl
		    Move Pin_line_vs(Pin_pos_wl:1)
			    to Pin_val_vs(Pin_vlen_wl:1)
		End-if
		Add 1 to Pin_pos_wl
	    End-perform

	    Move Pin_vlen_wl to Pin_val_vs_length
	    If Pin_pos_wl not > Pin_len_wl
		Set Success_is in Pin_hasval_wf to true
	    End-if
	End-if.

	If Success_is in Pin_hasval_wf
	    CALL "NEX_XML_RECV" USING
		BY VALUE Pin_val_vs_length
		BY REFERENCE Pin_val_vs
		BY VALUE 400
		BY REFERENCE Pin_val_vs_length
		BY REFERENCE Pin_val_vs
	    If Pin_val_vs_length > zero
		Perform C40_MAP_VALUE thru C40_MAP_VALUE_end
	    End-if
	Else
	    Perform C50_OPEN_SECTION thru C50_OPEN_SECTION_end
	End-if.

C20_TAKE_TAG_end.
	exit.


C30_SPLIT_TAG.
%^ The element name (leading "/" and attributes stripped) and, on
%^ an amount, its Ccy attribute.

	%beg
	Pin_name_vs = NULL;
	Pin_attr_vs = NULL;
	%end.

	If Pin_tag_vs(1:1) = "/"
	    %beg
	    Pin_parse ^IN(Pin_tag_vs), "/", Pin_name_vs, /;
	    %end
	Else
	    %beg
	    Pin_parse ^IN(Pin_tag_vs),
		Pin_name_vs, ' Ccy="', Pin_attr_vs, '"', ^STRING, /;
	    %end
	    If Failure_is in Pin_parse_status
		%beg
		Pin_attr_vs = NULL;
		Pin_parse ^IN(Pin_tag_vs),
			Pin_name_vs, ^BLANK, ^STRING, /;
		%end
		If Failure_is in Pin_parse_status
		    %beg Pin_name_vs = Pin_tag_vs; %end
		End-if
	    End-if
	End-if.

C30_SPLIT_TAG_end.
	exit.


C40_MAP_VALUE.
%^ One elementary value into the tables, by element name and the
%^ section it sits in.

	Evaluate Pin_name_vs

	    When "MsgId"
		If Pin_in_grphdr
		    Move Pin_val_vs(1:Pin_val_vs_length) to Pin_msg_id_ws
		End-if

	    When "NbOfTxs"
		Perform X20_TO_NUMBER thru X20_TO_NUMBER_end
		Evaluate true
		    When not Pin_num_ok
			Move "FF01" to Pin_file_rsn_ws
			Move "NbOfTxs is not a number" to Pin_file_info_ws
			Move "N" to Pin_file_ok_sw
		    When Pin_in_grphdr
			Move Pin_num_ws to Pin_grp_nbtx_ws
			Move "Y" to Pin_grp_nbtx_sw
		    When Pin_in_pmtinf and not Pin_in_txn
			Move Pin_num_ws to Pin_pmt_nbtx_ws(Pin_pmt_count_ws)
			Move "Y" to Pin_pmt_nbtx_sw(Pin_pmt_count_ws)
		    When other
			Continue
		End-evaluate

	    When "CtrlSum"
		Perform X30_TO_AMOUNT thru X30_TO_AMOUNT_end
		Evaluate true
		    When not Pin_num_ok
			Move "FF01" to Pin_file_rsn_ws
			Move "CtrlSum is not an amount" to Pin_file_info_ws
			Move "N" to Pin_file_ok_sw
		    When Pin_in_grphdr
			Move Pin_amt_ws to Pin_grp_sum_ws
			Move "Y" to Pin_grp_sum_sw
		    When Pin_in_pmtinf and not Pin_in_txn
			Move Pin_amt_ws to Pin_pmt_sum_ws(Pin_pmt_count_ws)
			Move "Y" to Pin_pmt_sum_sw(Pin_pmt_count_ws)
		    When other
			Continue
		End-evaluate

	    When "PmtInfId"
		If Pin_in_pmtinf
		    Move Pin_val_vs(1:Pin_val_vs_length)
			    to Pin_pmt_id_ws(Pin_pmt_count_ws)
		End-if

* ReqdExctnDt is the date itself up to pain.001.001.07 and wraps a
* <Dt> from .08 on; either form is taken.
	    When "ReqdExctnDt"
	    When "Dt"
		If Pin_in_pmtinf and not Pin_in_txn
		  and (Pin_name_vs = "ReqdExctnDt"
		       or Pin_party_ws = "ReqdExctnDt")
		    Move Pin_val_vs(1:Pin_val_vs_length)
			    to Pin_pmt_date_ws(Pin_pmt_count_ws)
		End-if

	    When "Nm"
		Evaluate Pin_party_ws
		    When "Dbtr"
			If Pin_in_pmtinf and not Pin_in_txn
			    Move Pin_val_vs(1:Pin_val_vs_length)
				    to Pin_pmt_name_ws(Pin_pmt_count_ws)
			End-if
		    When "Cdtr"
			If Pin_in_txn
			    Move Pin_val_vs(1:Pin_val_vs_length)
				    to Pin_txn_cdtr_nm_ws(Pin_txn_count_ws)
			End-if
		    When other
			Continue
		End-evaluate

* An account is its <IBAN> or its <Othr><Id>.
	    When "IBAN"
	    When "Id"
		Evaluate Pin_party_ws
		    When "DbtrAcct"
			If Pin_in_pmtinf and not Pin_in_txn
			    Move Pin_val_vs(1:Pin_val_vs_length)
				    to Pin_pmt_acct_ws(Pin_pmt_count_ws)
			End-if
		    When "CdtrAcct"
			If Pin_in_txn
			    Move Pin_val_vs(1:Pin_val_vs_length)
				    to Pin_txn_cdtr_acct_ws(Pin_txn_count_ws)
			End-if
		    When other
			Continue
		End-evaluate

	    When "BIC"
	    When "BICFI"
		If Pin_in_txn and Pin_party_ws = "CdtrAgt"
		    Move Pin_val_vs(1:Pin_val_vs_length)
			    to Pin_txn_cdtr_bic_ws(Pin_txn_count_ws)
		End-if

	    When "InstrId"
		If Pin_in_txn
		    Move Pin_val_vs(1:Pin_val_vs_length)
			    to Pin_txn_instr_ws(Pin_txn_count_ws)
		End-if

	    When "EndToEndId"
		If Pin_in_txn
		    Move Pin_val_vs(1:Pin_val_vs_length)
			    to Pin_txn_e2e_ws(Pin_txn_count_ws)
		End-if

	    When "InstdAmt"
		If Pin_in_txn
		    Perform C45_TXN_AMOUNT thru C45_TXN_AMOUNT_end
		End-if

	    When "Ustrd"
		If Pin_in_txn and Pin_party_ws = "RmtInf"
		  and Pin_txn_rmt_ws(Pin_txn_count_ws) = spaces
		    Move Pin_val_vs(1:Pin_val_vs_length)
			    to Pin_txn_rmt_ws(Pin_txn_count_ws)
		End-if

	    When other
		Continue
	End-evaluate.

C40_MAP_VALUE_end.
	exit.


C45_TXN_AMOUNT.
%^ The instructed amount and its currency, counted into the batch
%^ and file totals the CtrlSum checks compare against.

	Perform X30_TO_AMOUNT thru X30_TO_AMOUNT_end.
	If not Pin_num_ok
	    Move "FF01" to Pin_file_rsn_ws
	    Move "InstdAmt is not an amount" to Pin_file_info_ws
	    Move "N" to Pin_file_ok_sw
	    Go to C45_TXN_AMOUNT_end
	End-if.

	Move Pin_amt_ws to Pin_txn_amt_ws(Pin_txn_count_ws).
	If Pin_attr_vs_length > zero
	    Move Pin_attr_vs(1:Pin_attr_vs_length)
		    to Pin_txn_ccy_ws(Pin_txn_count_ws)
	End-if.

	Add Pin_amt_ws to Pin_file_sum_ws.
	Add Pin_amt_ws to Pin_pmt_total_ws(Pin_pmt_count_ws).

C45_TXN_AMOUNT_end.
	exit.


C50_OPEN_SECTION.
%^ A parent tag just opened.  Track the group header, the batch and
%^ the transaction (claiming their table entries), and the party
%^ block the values map by.

	Evaluate Pin_name_vs

	    When "GrpHdr"
		Move "Y" to Pin_in_grphdr_sw

	    When "PmtInf"
		If Pin_pmt_count_ws not < 50
		    Move "FF01" to Pin_file_rsn_ws
		    Move "more than 50 PmtInf batches in one file"
			    to Pin_file_info_ws
		    Move "N" to Pin_file_ok_sw
		Else
		    Add 1 to Pin_pmt_count_ws
		    Move spaces to Pin_pmt_id_ws(Pin_pmt_count_ws),
				   Pin_pmt_acct_ws(Pin_pmt_count_ws),
				   Pin_pmt_name_ws(Pin_pmt_count_ws),
				   Pin_pmt_date_ws(Pin_pmt_count_ws)
		    Move "N" to Pin_pmt_nbtx_sw(Pin_pmt_count_ws),
				Pin_pmt_sum_sw(Pin_pmt_count_ws)
		    Move zero to Pin_pmt_nbtx_ws(Pin_pmt_count_ws),
				 Pin_pmt_sum_ws(Pin_pmt_count_ws),
				 Pin_pmt_txns_ws(Pin_pmt_count_ws),
				 Pin_pmt_total_ws(Pin_pmt_count_ws)
		    Move "Y" to Pin_in_pmtinf_sw
		End-if

	    When "CdtTrfTxInf"
		Evaluate true
		    When not Pin_in_pmtinf
			Move "FF01" to Pin_file_rsn_ws
			Move "CdtTrfTxInf outside a PmtInf batch"
				to Pin_file_info_ws
			Move "N" to Pin_file_ok_sw
		    When Pin_txn_count_ws not < 1000
			Move "FF01" to Pin_file_rsn_ws
			Move "more than 1000 transactions in one file"
				to Pin_file_info_ws
			Move "N" to Pin_file_ok_sw
		    When other
			Add 1 to Pin_txn_count_ws
			Add 1 to Pin_pmt_txns_ws(Pin_pmt_count_ws)
			Move Pin_pmt_count_ws
				to Pin_txn_pmt_ws(Pin_txn_count_ws)
			Move spaces to Pin_txn_instr_ws(Pin_txn_count_ws),
				Pin_txn_e2e_ws(Pin_txn_count_ws),
				Pin_txn_ccy_ws(Pin_txn_count_ws),
				Pin_txn_cdtr_nm_ws(Pin_txn_count_ws),
				Pin_txn_cdtr_acct_ws(Pin_txn_count_ws),
				Pin_txn_cdtr_bic_ws(Pin_txn_count_ws),
				Pin_txn_rmt_ws(Pin_txn_count_ws),
				Pin_txn_sts_ws(Pin_txn_count_ws),
				Pin_txn_rsn_ws(Pin_txn_count_ws),
				Pin_txn_trn_ws(Pin_txn_count_ws),
				Pin_txn_info_ws(Pin_txn_count_ws)
			Move zero to Pin_txn_amt_ws(Pin_txn_count_ws)
			Move "Y" to Pin_in_txn_sw
		End-evaluate

	    When "Dbtr"
	    When "DbtrAcct"
	    When "Cdtr"
	    When "CdtrAcct"
	    When "CdtrAgt"
	    When "RmtInf"
	    When "ReqdExctnDt"
		If Pin_party_ws = spaces
		    Move Pin_name_vs to Pin_party_ws
		End-if

	    When other
		Continue
	End-evaluate.

C50_OPEN_SECTION_end.
	exit.


C60_CLOSE_SECTION.

	Evaluate true
	    When Pin_name_vs = "GrpHdr"
		Move "N" to Pin_in_grphdr_sw
	    When Pin_name_vs = "PmtInf"
		Move "N" to Pin_in_pmtinf_sw
	    When Pin_name_vs = "CdtTrfTxInf"
		Move "N" to Pin_in_txn_sw
	    When Pin_name_vs = Pin_party_ws
		Move spaces to Pin_party_ws
	    When other
		Continue
	End-evaluate.

C60_CLOSE_SECTION_end.
	exit.


C90_CHECK_BATCH.
%^ One PmtInf batch's own NbOfTxs and CtrlSum, when it gave them.

	If Pin_pmt_nbtx_sw(Pin_pmt_idx_ws) = "Y"
	  and Pin_pmt_nbtx_ws(Pin_pmt_idx_ws) not =
	      Pin_pmt_txns_ws(Pin_pmt_idx_ws)
	    Move "N" to Pin_file_ok_sw
	    Move "AM18" to Pin_file_rsn_ws
	    Move Pin_pmt_nbtx_ws(Pin_pmt_idx_ws) to Pin_count2_d_ws
	    Move Pin_pmt_txns_ws(Pin_pmt_idx_ws) to Pin_count_d_ws
	    Move spaces to Pin_file_info_ws
	    String "PmtInf " Delimited by size,
		   Pin_pmt_id_ws(Pin_pmt_idx_ws) Delimited by space,
		   " NbOfTxs " Delimited by size,
		   Pin_count2_d_ws Delimited by size,
		   ", batch holds " Delimited by size,
		   Pin_count_d_ws Delimited by size
		    into Pin_file_info_ws
	    Go to C90_CHECK_BATCH_end
	End-if.

	If Pin_pmt_sum_sw(Pin_pmt_idx_ws) = "Y"
	  and Pin_pmt_sum_ws(Pin_pmt_idx_ws) not =
	      Pin_pmt_total_ws(Pin_pmt_idx_ws)
	    Move "N" to Pin_file_ok_sw
	    Move "AM10" to Pin_file_rsn_ws
	    Move Pin_pmt_sum_ws(Pin_pmt_idx_ws) to Pin_fmt_amt_ws
	    Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end
	    Move Pin_fmt_txt_ws to Pin_fmt2_txt_ws
	    Move Pin_fmt_len_ws to Pin_fmt2_len_ws
	    Move Pin_pmt_total_ws(Pin_pmt_idx_ws) to Pin_fmt_amt_ws
	    Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end
	    Move spaces to Pin_file_info_ws
	    String "PmtInf " Delimited by size,
		   Pin_pmt_id_ws(Pin_pmt_idx_ws) Delimited by space,
		   " CtrlSum " Delimited by size,
		   Pin_fmt2_txt_ws(1:Pin_fmt2_len_ws) Delimited by size,
		   ", batch total " Delimited by size,
		   Pin_fmt_txt_ws(1:Pin_fmt_len_ws) Delimited by size
		    into Pin_file_info_ws
	End-if.

C90_CHECK_BATCH_end.
	exit.


D10_ONE_TXN.
%^ One transaction of an accepted file: checked, created, resolved,
%^ and its outcome recorded for the pain.002.

	Move Pin_txn_pmt_ws(Pin_txn_idx_ws) to Pin_pmt_idx_ws.

	Perform D20_CHECK_TXN thru D20_CHECK_TXN_end.
	If Pin_txn_sts_ws(Pin_txn_idx_ws) = "RJCT"
	    Add 1 to Reject_count_ws
	    Go to D10_ONE_TXN_end
	End-if.

	CALL "DAT_CREATE_MSG" using
	    by reference Pin_bank_vs
	    by reference Pin_bank_vs_length
	  RETURNING Pin_create_sts.

	If Failure_is in Pin_create_sts
	    %beg CANCEL: Tran; %end
	    Move "RJCT" to Pin_txn_sts_ws(Pin_txn_idx_ws)
	    Move "NARR" to Pin_txn_rsn_ws(Pin_txn_idx_ws)
	    Move "message create failed"
		    to Pin_txn_info_ws(Pin_txn_idx_ws)
	    Add 1 to Reject_count_ws
	    Go to D10_ONE_TXN_end
	End-if.

	Perform D30_FILL_MSG thru D30_FILL_MSG_end.

* The wire's UETR, and its created milestone.
	CALL "UETR_ASSIGN" using
	    by content "PAIN".

	Perform D40_ADD_MEMO thru D40_ADD_MEMO_end.
	Perform D50_RESOLVE_DEBIT thru D50_RESOLVE_DEBIT_end.

	%Beg
	Pin_compose ^OUT(Pin_trn_vs)
	    Ent_ftr_set.Trn_ref.Trn_date, "-",
	    Ent_ftr_set.Trn_ref.Trn_num, / ;
	%End.
	Move Pin_trn_vs(1:Pin_trn_vs_length)
		to Pin_txn_trn_ws(Pin_txn_idx_ws).

* A resolution error is a repair condition, not a reject: the wire
* commits into repair the way a keyed one lands there, the
* IFML_GATEWAY HELD case.
	%Beg COMMIT: Tran; %End.

	If Success_is in Pin_look_sts
	  and Success_is in Pin_nothing_susp_ws
	    Move "ACCP" to Pin_txn_sts_ws(Pin_txn_idx_ws)
	    Add 1 to Accept_count_ws
	Else
	    Move "PDNG" to Pin_txn_sts_ws(Pin_txn_idx_ws)
	    Move "NARR" to Pin_txn_rsn_ws(Pin_txn_idx_ws)
	    If Pin_last_memo_ws_length > zero
		Move Pin_last_memo_ws(1:Pin_last_memo_ws_length)
			to Pin_txn_info_ws(Pin_txn_idx_ws)
	    Else
		Move "held in repair" to Pin_txn_info_ws(Pin_txn_idx_ws)
	    End-if
	    Add 1 to Pending_count_ws
	End-if.

D10_ONE_TXN_end.
	exit.


D20_CHECK_TXN.
%^ What a transaction must carry to become a wire at all.

	Move Pin_txn_ccy_ws(Pin_txn_idx_ws) to Pin_w_ccy_x_ws.

	Evaluate true
	    When Pin_pmt_acct_ws(Pin_pmt_idx_ws) = spaces
		Move "AC02" to Pin_txn_rsn_ws(Pin_txn_idx_ws)
		Move "no debtor account on the PmtInf batch"
			to Pin_txn_info_ws(Pin_txn_idx_ws)
	    When Pin_txn_cdtr_acct_ws(Pin_txn_idx_ws) = spaces
		Move "AC03" to Pin_txn_rsn_ws(Pin_txn_idx_ws)
		Move "no creditor account"
			to Pin_txn_info_ws(Pin_txn_idx_ws)
	    When Pin_txn_cdtr_nm_ws(Pin_txn_idx_ws) = spaces
		Move "BE22" to Pin_txn_rsn_ws(Pin_txn_idx_ws)
		Move "no creditor name"
			to Pin_txn_info_ws(Pin_txn_idx_ws)
	    When Pin_txn_amt_ws(Pin_txn_idx_ws) = zero
		Move "AM01" to Pin_txn_rsn_ws(Pin_txn_idx_ws)
		Move "instructed amount is zero"
			to Pin_txn_info_ws(Pin_txn_idx_ws)
	    When Pin_w_ccy_x_ws not alphabetic
	      or Pin_w_ccy_x_ws(1:1) = space
	      or Pin_w_ccy_x_ws(2:1) = space
	      or Pin_w_ccy_x_ws(3:1) = space
		Move "AM03" to Pin_txn_rsn_ws(Pin_txn_idx_ws)
		Move "instructed amount currency code missing or invalid"
			to Pin_txn_info_ws(Pin_txn_idx_ws)
	    When other
		Go to D20_CHECK_TXN_end
	End-evaluate.

	Move "RJCT" to Pin_txn_sts_ws(Pin_txn_idx_ws).

D20_CHECK_TXN_end.
	exit.


D30_FILL_MSG.
%^ The new message's sets: amount and currency, the batch's debtor
%^ on the debit side, the creditor on the credit side -- through
%^ the creditor agent when its BIC is given, as an account on our
%^ books when not -- and the remittance text.

	Move Pin_txn_amt_ws(Pin_txn_idx_ws) to Pin_amt_d_ws.
	Move Pin_amt_d_ws to Pin_amt_wa.
	Move Pin_txn_ccy_ws(Pin_txn_idx_ws) to Pin_ccy_ws.

	Move Pin_pmt_acct_ws(Pin_pmt_idx_ws) to Pin_w_acct_x_ws.
	Move Pin_pmt_name_ws(Pin_pmt_idx_ws) to Pin_w_name_x_ws.
	%beg
	Pin_clip_compose ^OUT(Pin_dbt_id_vs) Pin_w_acct_x_ws, /;
	Pin_clip_compose ^OUT(Pin_dbt_nm_vs) Pin_w_name_x_ws, /;
	%end.

	Move Pin_txn_cdtr_acct_ws(Pin_txn_idx_ws) to Pin_w_acct_x_ws.
	Move Pin_txn_cdtr_nm_ws(Pin_txn_idx_ws) to Pin_w_name_x_ws.
	Move Pin_txn_cdtr_bic_ws(Pin_txn_idx_ws) to Pin_w_bic_x_ws.
	Move Pin_txn_rmt_ws(Pin_txn_idx_ws) to Pin_w_rmt_x_ws.
	%beg
	Pin_clip_compose ^OUT(Pin_cdt_id_vs) Pin_w_acct_x_ws, /;
	Pin_clip_compose ^OUT(Pin_cdt_nm_vs) Pin_w_name_x_ws, /;
	Pin_clip_compose ^OUT(Pin_bic_vs) Pin_w_bic_x_ws, /;
	Pin_clip_compose ^OUT(Pin_rmt1_vs) Pin_w_rmt1_x_ws, /;
	Pin_clip_compose ^OUT(Pin_rmt2_vs) Pin_w_rmt2_x_ws, /;
	Pin_clip_compose ^OUT(Pin_rmt3_vs) Pin_w_rmt3_x_ws, /;
	Pin_clip_compose ^OUT(Pin_rmt4_vs) Pin_w_rmt4_x_ws, /;

	Ent_ftr_set.Loc_info.Bank = Pin_bank_vs;
	Ent_ftr_set.Currency_code = Pin_ccy_ws;
	Ent_ftr_set.Amount	  = Pin_amt_wa;

	Ent_debit_set.Dbt_typ.Dbt_idtype  = "D";
	Ent_debit_set.Dbt_typ.Dbt_id	  = Pin_dbt_id_vs;
	Ent_debit_set.Dbt_name1		  = Pin_dbt_nm_vs;

	Ent_credit_set.Orp_ben_inf1	  = Pin_rmt1_vs;
	Ent_credit_set.Orp_ben_inf2	  = Pin_rmt2_vs;
	Ent_credit_set.Orp_ben_inf3	  = Pin_rmt3_vs;
	Ent_credit_set.Orp_ben_inf4	  = Pin_rmt4_vs;
	%end.

	If Pin_w_bic_x_ws = spaces
	    %beg
	    Ent_credit_set.Cdt_typ.Cdt_idtype = "D";
	    Ent_credit_set.Cdt_typ.Cdt_id     = Pin_cdt_id_vs;
	    Ent_credit_set.Cdt_name1	      = Pin_cdt_nm_vs;
	    %end
	Else
	    %beg
	    Ent_credit_set.Cdt_typ.Cdt_idtype = "S";
	    Ent_credit_set.Cdt_typ.Cdt_id     = Pin_bic_vs;
	    Ent_credit_set.Bnp.Bnp_idtype     = "D";
	    Ent_credit_set.Bnp.Bnp_id	      = Pin_cdt_id_vs;
	    Ent_credit_set.Bnp_name1	      = Pin_cdt_nm_vs;
	    %end
	End-if.

	Move Pin_pmt_date_ws(Pin_pmt_idx_ws) to Pin_w_date_x_ws.
	If Pin_w_date_x_ws(10:1) not = space
	    Inspect Pin_w_date_x_ws converting "-" to "/"
	    Move Pin_w_date_x_ws to Pin_date_vs
	    Move 10 to Pin_date_vs_length
	    %beg
	    Ent_ftr_set.Inst_date.slashed_yyyymmdd = Pin_date_vs;
	    %end
	End-if.

D30_FILL_MSG_end.
	exit.


D40_ADD_MEMO.
%^ A *SYS_MEMO naming the file and the customer's end-to-end id.

	Move spaces to Pin_memo_x_ws.
	String "pain.001 " Delimited by size,
	       Pin_msg_id_ws Delimited by space,
	       " E2E " Delimited by size,
	       Pin_txn_e2e_ws(Pin_txn_idx_ws) Delimited by space
		into Pin_memo_x_ws.

	%beg
	Pin_clip_compose ^OUT(Pin_memo_vs) Pin_memo_x_ws, /;

	ALLOC_END: Ent_msg_history (
			.qname (
				.Idbank = Ent_ftr_set.Loc_info.Bank,
				.Idloc = NULL,
				.Idname= "*SYS_MEMO"),
			.memo   = Pin_memo_vs,
			.qtype	= "OBJTYP$_NULL");
	%end.

D40_ADD_MEMO_end.
	exit.


D50_RESOLVE_DEBIT.
%^ DEBITSIDE_LOOKUP as IFML_GATEWAY runs it, with the batch's debtor
%^ account given as the debit account (bank, "D", account) so every
%^ transaction of the batch debits that account.

	Move ZERO to Pin_nocheck_ws, Pin_notell_ws, Pin_resume_ws.
	Move 1 to Pin_multibank_ws, Pin_choose_cur_ws.
	Set Success_is in Pin_xbank_ok_ws to TRUE.
	Set Success_is in Pin_nochange_ws to TRUE.
	Set Success_is in Pin_is_payment_ws to TRUE.
	Set Failure_is in Pin_rptv_ws to TRUE.
	Set Failure_is in Pin_lock_ws to TRUE.
	Set Failure_is in Pin_bank_chg_ws to TRUE.
	Move SPACE to Pin_acct_type_ws, Pin_feekey_ws.
	Move SPACES to Pin_rerun_ws.
	Move ZERO to Pin_completed_ws, Pin_state_ws, Pin_2nd_matched_ws,
		     Pin_err_count_ws.
	%Beg
	Pin_second_id_ws = NULL;
	Pin_last_memo_ws = NULL;
	%End.

	Move spaces to Pin_w_dbacct_x_ws.
	String Pin_bank_vs(1:Pin_bank_vs_length) Delimited by size,
	       "D" Delimited by size,
	       Pin_pmt_acct_ws(Pin_pmt_idx_ws) Delimited by space
		into Pin_w_dbacct_x_ws.
	Move Pin_w_dbacct_x_ws to Pin_debit_account_ws.

	Move Currency_code of Ent_ftr_set to Pin_currency_ws.
	Move Currency_code of Ent_ftr_set to Pin_msg_currency_ws.
	Move Amount of Ent_ftr_set to Pin_amount_ws.

	Call "DEBITSIDE_LOOKUP" USING
		By Reference Pin_nocheck_ws
		By Reference Pin_multibank_ws
		By Reference Pin_currency_ws
		By Reference Pin_second_id_ws
		By Reference Pin_second_id_ws_length
		By Reference Pin_choose_cur_ws
		By Reference Pin_xbank_ok_ws
		By Reference Pin_notell_ws
		By Reference Pin_nochange_ws
		By Reference Pin_resume_ws
		By Reference Pin_amount_ws
		By Reference Pin_msg_currency_ws
		By Reference Pin_debit_account_ws
		By Reference Pin_is_payment_ws
		By Reference Pin_acct_type_ws
		By Reference Pin_rptv_ws
		By Reference Pin_lock_ws
		By Reference Pin_feekey_ws
		By Reference Pin_rerun_ws
		By Reference Pin_completed_ws
		By Reference Pin_state_ws
		By Reference Pin_currency_found_ws
		By Reference Pin_2nd_matched_ws
		By Reference Pin_nothing_susp_ws
		By Reference Pin_bank_chg_ws
		By Reference Pin_err_count_ws
		By Reference Pin_last_memo_ws
		By Reference Pin_last_memo_ws_length
	      RETURNING Pin_look_sts.

D50_RESOLVE_DEBIT_end.
	exit.


E10_WRITE_BATCH.
%^ One OrgnlPmtInfAndSts block and its transactions' statuses.

	Move spaces to Out_line_ws.
	Move "<OrgnlPmtInfAndSts>" to Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

	Move "OrgnlPmtInfId" to Pin_el_name_ws.
	If Pin_pmt_id_ws(Pin_pmt_idx_ws) = spaces
	    Move "NOTPROVIDED" to Pin_el_val_ws
	Else
	    Move Pin_pmt_id_ws(Pin_pmt_idx_ws) to Pin_el_val_ws
	End-if.
	Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end.

	Perform varying Pin_txn_idx_ws from 1 by 1
		until Pin_txn_idx_ws > Pin_txn_count_ws
	    If Pin_txn_pmt_ws(Pin_txn_idx_ws) = Pin_pmt_idx_ws
		Perform E20_WRITE_TXN thru E20_WRITE_TXN_end
	    End-if
	End-perform.

	Move spaces to Out_line_ws.
	Move "</OrgnlPmtInfAndSts>" to Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

E10_WRITE_BATCH_end.
	exit.


E20_WRITE_TXN.
%^ One TxInfAndSts: the customer's ids, the status, the reason when
%^ it is not accepted, and our TRN when a wire was created.

	Move spaces to Out_line_ws.
	Move "<TxInfAndSts>" to Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

	If Pin_txn_instr_ws(Pin_txn_idx_ws) not = spaces
	    Move "OrgnlInstrId" to Pin_el_name_ws
	    Move Pin_txn_instr_ws(Pin_txn_idx_ws) to Pin_el_val_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	End-if.

	Move "OrgnlEndToEndId" to Pin_el_name_ws.
	If Pin_txn_e2e_ws(Pin_txn_idx_ws) = spaces
	    Move "NOTPROVIDED" to Pin_el_val_ws
	Else
	    Move Pin_txn_e2e_ws(Pin_txn_idx_ws) to Pin_el_val_ws
	End-if.
	Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end.

	Move "TxSts" to Pin_el_name_ws.
	Move Pin_txn_sts_ws(Pin_txn_idx_ws) to Pin_el_val_ws.
	Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end.

	If Pin_txn_rsn_ws(Pin_txn_idx_ws) not = spaces
	    Move Pin_txn_rsn_ws(Pin_txn_idx_ws) to Pin_rsn_cd_ws
	    Move Pin_txn_info_ws(Pin_txn_idx_ws) to Pin_rsn_info_ws
	    Perform X70_WRITE_REASON thru X70_WRITE_REASON_end
	End-if.

	If Pin_txn_trn_ws(Pin_txn_idx_ws) not = spaces
	    Move "AcctSvcrRef" to Pin_el_name_ws
	    Move Pin_txn_trn_ws(Pin_txn_idx_ws) to Pin_el_val_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	End-if.

	Move spaces to Out_line_ws.
	Move "</TxInfAndSts>" to Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

E20_WRITE_TXN_end.
	exit.


X10_FORMAT_AMOUNT.
%^ Pin_fmt_amt_ws as digits with an explicit decimal point and no
%^ leading zeros, e.g. "1500.000" -- the CAMT_STMT_GEN
%^ D15_FORMAT_AMOUNT rendering.

	Move Pin_fmt_amt_ws to Pin_fmt_disp_ws.

	Move 15 to Pin_fmt_pos_ws.
	Perform varying Pin_fmt_idx_ws from 1 by 1
		until Pin_fmt_idx_ws > 14
	    If Pin_fmt_int_x_ws(Pin_fmt_idx_ws:1) not = "0"
		Move Pin_fmt_idx_ws to Pin_fmt_pos_ws
		Move 99 to Pin_fmt_idx_ws
	    End-if
	End-perform.

	Compute Pin_fmt_rem_ws = 16 - Pin_fmt_pos_ws.

	Move spaces to Pin_fmt_txt_ws.
	String Pin_fmt_int_x_ws(Pin_fmt_pos_ws:Pin_fmt_rem_ws)
		    Delimited by size,
	       "." Delimited by size,
	       Pin_fmt_frac_x_ws Delimited by size
		into Pin_fmt_txt_ws.

	Compute Pin_fmt_len_ws = Pin_fmt_rem_ws + 4.

X10_FORMAT_AMOUNT_end.
	exit.


X20_TO_NUMBER.
%^ The current value as a count: one to nine digits, nothing else.

	Move "N" to Pin_num_ok_sw.
	Move zero to Pin_num_ws.

	If Pin_val_vs_length > 9
	    Go to X20_TO_NUMBER_end
	End-if.

	Move all "0" to Pin_num_x_ws.
	Compute Pin_num_pos_ws = 10 - Pin_val_vs_length.
	Move Pin_val_vs(1:Pin_val_vs_length)
		to Pin_num_x_ws(Pin_num_pos_ws:Pin_val_vs_length).

	If Pin_num_x_ws is numeric
	    Move Pin_num_9_ws to Pin_num_ws
	    Move "Y" to Pin_num_ok_sw
	End-if.

X20_TO_NUMBER_end.
	exit.


X30_TO_AMOUNT.
%^ The current value as a non-negative amount -- parsed the way
%^ PARSE_IFML parses an IFML amount.

	Move "N" to Pin_num_ok_sw.
	Move zero to Pin_amt_ws.

	If Pin_val_vs(1:1) = "-"
	    Go to X30_TO_AMOUNT_end
	End-if.

	%beg
	Pin_parse ^IN(Pin_val_vs), Pin_amt_wa, /;
	%end.
	If Failure_is in Pin_parse_status
	    Go to X30_TO_AMOUNT_end
	End-if.

	Move Pin_amt_wa to Pin_amt_d_ws.
	Move Pin_amt_d_ws to Pin_amt_ws.
	Move "Y" to Pin_num_ok_sw.

X30_TO_AMOUNT_end.
	exit.


X40_STRIP_ZEROS.
%^ Pin_num_x_ws (nine digits) into Pin_el_val_ws without its leading
%^ zeros; zero itself stays "0".

	Move 9 to Pin_num_pos_ws.
	Perform varying Pin_fmt_idx_ws from 1 by 1
		until Pin_fmt_idx_ws > 8
	    If Pin_num_x_ws(Pin_fmt_idx_ws:1) not = "0"
		Move Pin_fmt_idx_ws to Pin_num_pos_ws
		Move 99 to Pin_fmt_idx_ws
	    End-if
	End-perform.

	Move spaces to Pin_el_val_ws.
	Move Pin_num_x_ws(Pin_num_pos_ws:) to Pin_el_val_ws.

X40_STRIP_ZEROS_end.
	exit.


X60_WRITE_ELEMENT.
%^ One <name>value</name> line, the value escaped through
%^ NEX_XML_SEND the way FORMAT_IFML escapes what it composes.

	%beg
	Pin_clip_compose ^OUT(Pin_esc_in_vs) Pin_el_val_ws, /;
	%end.

	CALL "NEX_XML_SEND" USING
	    BY VALUE Pin_esc_in_vs_length
	    BY REFERENCE Pin_esc_in_vs
	    BY VALUE 400
	    BY REFERENCE Pin_esc_out_vs_length
	    BY REFERENCE Pin_esc_out_vs.

	Move spaces to Out_line_ws.
	If Pin_esc_out_vs_length > zero
	    String "<" Delimited by size,
		   Pin_el_name_ws Delimited by space,
		   ">" Delimited by size,
		   Pin_esc_out_vs(1:Pin_esc_out_vs_length) Delimited by size,
		   "</" Delimited by size,
		   Pin_el_name_ws Delimited by space,
		   ">" Delimited by size
		    into Out_line_ws
	Else
	    String "<" Delimited by size,
		   Pin_el_name_ws Delimited by space,
		   "/>" Delimited by size
		    into Out_line_ws
	End-if.
	Write PIN_STS_REC from Out_line_ws.

X60_WRITE_ELEMENT_end.
	exit.


X70_WRITE_REASON.
%^ A StsRsnInf block from Pin_rsn_cd_ws and Pin_rsn_info_ws.

	Move spaces to Out_line_ws.
	String "<StsRsnInf><Rsn><Cd>" Delimited by size,
	       Pin_rsn_cd_ws Delimited by size,
	       "</Cd></Rsn>" Delimited by size
		into Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

	If Pin_rsn_info_ws not = spaces
	    Move "AddtlInf" to Pin_el_name_ws
	    Move Pin_rsn_info_ws to Pin_el_val_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	End-if.

	Move spaces to Out_line_ws.
	Move "</StsRsnInf>" to Out_line_ws.
	Write PIN_STS_REC from Out_line_ws.

X70_WRITE_REASON_end.
	exit.
